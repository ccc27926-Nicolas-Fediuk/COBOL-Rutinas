000100******************************************************************
000110*PROGRAMA    : Ejercicio1Autoriz
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Listado semanal del registro de autorizaciones de
000170*              descuento sobre el tope (OVERRIDE-REGISTER,
000180*              copybook AUTREG), que el cierre graba con el
000190*              supervisor que autorizo cada venta. Toma la semana
000200*              de la fecha de proceso, de lunes a la fecha de
000210*              proceso inclusive, ordena por sucursal, fecha y
000220*              secuencia y emite una hoja por sucursal con el
000230*              nombre de cada supervisor (SUPERVISOR-MASTER,
000240*              copybook SUPMAST), el total de la sucursal y el
000250*              espacio para la firma del gerente. Una fecha
000260*              AAAAMMDD por PARM reemplaza a la fecha de proceso
000270*              como fin de la semana, para reimprimir una semana
000280*              anterior.
000290******************************************************************
000300*HISTORIAL DE MODIFICACIONES
000310*FECHA       INIC.  DESCRIPCION
000320*----------  -----  -------------------------------------------
000330*2026-10-15  RF     Version original.
000331*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
000332*                   paso (RC-HORA-INICIO) para el historial
000333*                   de tiempos de la noche.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. Ejercicio1Autoriz.
000370 AUTHOR. R. FEDIUK.
000380 INSTALLATION. CASA CENTRAL.
000390 DATE-WRITTEN. 2026-10-15.
000400 DATE-COMPILED.
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OVERRIDE-REGISTER ASSIGN TO "AUTREG"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS AZ-RA-STATUS.
000480     SELECT SUPERVISOR-MASTER ASSIGN TO "SUPMAST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS SP-SUPERVISOR
000520         ALTERNATE RECORD KEY IS SP-COD-PERSONAL
000530         FILE STATUS IS AZ-SP-STATUS.
000540     SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS AZ-PROC-STATUS.
000570     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS AZ-RUN-STATUS.
000600     SELECT AUTORIZ-REPORT-FILE ASSIGN TO "AUTRPT"
000610         ORGANIZATION IS SEQUENTIAL.
000620******************************************************************
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  OVERRIDE-REGISTER
000660     LABEL RECORDS ARE STANDARD.
000670     COPY AUTREG.
000680
000690 FD  SUPERVISOR-MASTER
000700     LABEL RECORDS ARE STANDARD.
000710     COPY SUPMAST.
000720
000730 FD  PROCESS-DATE-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY PROCDATE.
000760
000770 FD  RUN-CONTROL-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY RUNCTL.
000800
000810 FD  AUTORIZ-REPORT-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  AZ-LINEA-IMPRESION          PIC X(132).
000840
000850 WORKING-STORAGE SECTION.
000860 01  AZ-SWITCHES.
000870     05  AZ-SW-FIN-REGISTRO      PIC X(01) VALUE "N".
000880         88  AZ-FIN-REGISTRO            VALUE "S".
000890     05  AZ-SW-REGISTRO-ABIERTO  PIC X(01) VALUE "N".
000900         88  AZ-REGISTRO-ABIERTO        VALUE "S".
000910     05  AZ-SW-SUPMAST-ABIERTO   PIC X(01) VALUE "N".
000920         88  AZ-SUPMAST-ABIERTO         VALUE "S".
000930     05  AZ-SW-ANTES             PIC X(01) VALUE "N".
000940         88  AZ-VA-ANTES                VALUE "S".
000950
000960 01  AZ-RA-STATUS                PIC X(02).
000970     88  AZ-RA-STATUS-OK               VALUE "00".
000980
000990 01  AZ-SP-STATUS                PIC X(02).
001000     88  AZ-SP-STATUS-OK               VALUE "00".
001010
001020 01  AZ-PROC-STATUS              PIC X(02).
001030     88  AZ-PROC-STATUS-OK             VALUE "00".
001040
001050 01  AZ-RUN-STATUS               PIC X(02).
001060     88  AZ-RUN-STATUS-OK              VALUE "00".
001070
001071 01  AZ-HORA-INICIO              PIC 9(08) VALUE ZERO.
001080 01  AZ-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001090 01  AZ-FECHA-DESDE              PIC 9(08) VALUE ZERO.
001100 01  AZ-FECHA-HASTA              PIC 9(08) VALUE ZERO.
001110 01  AZ-FECHA-EMISION            PIC 9(08) VALUE ZERO.
001120
001130 01  AZ-FECHA-TRABAJO            PIC 9(08) VALUE ZERO.
001140 01  AZ-FECHA-TRABAJO-R REDEFINES AZ-FECHA-TRABAJO.
001150     05  AZ-FT-AAAA              PIC 9(04).
001160     05  AZ-FT-MM                PIC 9(02).
001170     05  AZ-FT-DD                PIC 9(02).
001180
001190 01  AZ-DIAS-MES-VALORES         PIC X(24) VALUE
001200     "312831303130313130313031".
001210 01  AZ-DIAS-MES-TABLA REDEFINES AZ-DIAS-MES-VALORES.
001220     05  AZ-DIAS-MES             OCCURS 12 TIMES PIC 9(02).
001230
001240 01  AZ-CALCULO-BISIESTO.
001250     05  AZ-BIS-COCIENTE         PIC 9(04) COMP VALUE ZERO.
001260     05  AZ-BIS-RESTO-4          PIC 9(04) COMP VALUE ZERO.
001270     05  AZ-BIS-RESTO-100        PIC 9(04) COMP VALUE ZERO.
001280     05  AZ-BIS-RESTO-400        PIC 9(04) COMP VALUE ZERO.
001290     05  AZ-SW-BISIESTO          PIC X(01) VALUE "N".
001300         88  AZ-ES-BISIESTO             VALUE "S".
001310
001320*La congruencia de Zeller da 0=sabado, 1=domingo, 2=lunes; los
001330*dias a retroceder hasta el lunes salen de (H + 5) modulo 7.
001340 01  AZ-CALCULO-ZELLER.
001350     05  AZ-ZEL-M                PIC 9(04) COMP VALUE ZERO.
001360     05  AZ-ZEL-A                PIC 9(04) COMP VALUE ZERO.
001370     05  AZ-ZEL-J                PIC 9(04) COMP VALUE ZERO.
001380     05  AZ-ZEL-K                PIC 9(04) COMP VALUE ZERO.
001390     05  AZ-ZEL-T1               PIC 9(04) COMP VALUE ZERO.
001400     05  AZ-ZEL-T2               PIC 9(04) COMP VALUE ZERO.
001410     05  AZ-ZEL-T3               PIC 9(04) COMP VALUE ZERO.
001420     05  AZ-ZEL-SUMA             PIC 9(06) COMP VALUE ZERO.
001430     05  AZ-ZEL-COCIENTE         PIC 9(06) COMP VALUE ZERO.
001440     05  AZ-ZEL-H                PIC 9(04) COMP VALUE ZERO.
001450     05  AZ-DIAS-ATRAS           PIC 9(04) COMP VALUE ZERO.
001460
001470 01  AZ-CONSTANTES.
001480     05  AZ-MAX-AUTORIZ          PIC 9(04) COMP VALUE 2000.
001490     05  AZ-MAX-LINEAS           PIC 9(02) VALUE 56.
001500     05  AZ-LINEAS-CIERRE        PIC 9(02) VALUE 46.
001510
001520******************************************************************
001530*TABLA DE AUTORIZACIONES: las de la semana, ordenadas despues por
001540*la clave sucursal + fecha + secuencia.
001550******************************************************************
001560 01  AZ-TABLA-AUTORIZ.
001570     05  AZ-ENTRADA-AUTORIZ OCCURS 2000 TIMES.
001580         10  AZ-TAB-CLAVE.
001590             15  AZ-TAB-SUC      PIC X(03).
001600             15  AZ-TAB-FECHA    PIC 9(08).
001610             15  AZ-TAB-SECUENCIA
001620                                 PIC 9(06).
001630         10  AZ-TAB-HORA         PIC 9(08).
001640         10  AZ-TAB-CAJERO       PIC X(05).
001650         10  AZ-TAB-SUPERVISOR   PIC X(05).
001660         10  AZ-TAB-CLIENTE      PIC 9(06).
001670         10  AZ-TAB-MONTO        PIC 9(06).
001680         10  AZ-TAB-DESCUENTO    PIC 9(02).
001690         10  AZ-TAB-TOPE         PIC 9(02).
001700         10  AZ-TAB-TOPE-SUP     PIC 9(02).
001710         10  AZ-TAB-DESC-TOTAL   PIC 9(06).
001720         10  AZ-TAB-TOTAL        PIC 9(07)V9(02).
001730
001740 01  AZ-ENTRADA-AUX              PIC X(68).
001750
001760 01  AZ-CONTROL-TABLA.
001770     05  AZ-CANT-AUTORIZ         PIC 9(04) COMP VALUE ZERO.
001780     05  AZ-IDX                  PIC 9(04) COMP VALUE ZERO.
001790     05  AZ-IDX-J                PIC 9(04) COMP VALUE ZERO.
001800     05  AZ-IDX-MEJOR            PIC 9(04) COMP VALUE ZERO.
001810     05  AZ-CANT-DESBORDES       PIC 9(06) VALUE ZERO.
001820
001830 01  AZ-CONTADORES.
001840     05  AZ-CANT-LEIDOS          PIC 9(08) VALUE ZERO.
001850     05  AZ-CANT-SUCURSALES      PIC 9(04) VALUE ZERO.
001860
001870 01  AZ-TOTALES.
001880     05  AZ-SUC-CANT             PIC 9(06) VALUE ZERO.
001890     05  AZ-SUC-DESCUENTO        PIC 9(10) VALUE ZERO.
001900     05  AZ-SUC-TOTAL            PIC 9(09)V9(02) VALUE ZERO.
001910     05  AZ-TOT-DESCUENTO        PIC 9(10) VALUE ZERO.
001920     05  AZ-TOT-TOTAL            PIC 9(10)V9(02) VALUE ZERO.
001930
001940 01  AZ-HORA-TRABAJO             PIC 9(08) VALUE ZERO.
001950 01  AZ-HORA-TRABAJO-R REDEFINES AZ-HORA-TRABAJO.
001960     05  AZ-HT-HH                PIC 9(02).
001970     05  AZ-HT-MI                PIC 9(02).
001980     05  AZ-HT-RESTO             PIC 9(04).
001990
002000 01  AZ-CONTROL-PAGINA.
002010     05  AZ-PAGINA               PIC 9(04) VALUE ZERO.
002020     05  AZ-LINEAS-PAGINA        PIC 9(02) VALUE ZERO.
002030     05  AZ-SUC-ANTERIOR         PIC X(03) VALUE SPACES.
002040
002050 01  AZ-LINEA-TRABAJO            PIC X(132) VALUE SPACES.
002060
002070 01  AZ-ENCABEZADO-1.
002080     05  FILLER                  PIC X(10) VALUE SPACES.
002090     05  FILLER                  PIC X(34) VALUE
002100         "AUTORIZACIONES DE DESCUENTO S/TOPE".
002110     05  FILLER                  PIC X(34) VALUE SPACES.
002120     05  FILLER                  PIC X(07) VALUE "FECHA: ".
002130     05  AZ-ENC-FECHA            PIC 9999/99/99.
002140     05  FILLER                  PIC X(10) VALUE SPACES.
002150     05  FILLER                  PIC X(08) VALUE "PAGINA: ".
002160     05  AZ-ENC-PAGINA           PIC ZZZ9.
002170     05  FILLER                  PIC X(15) VALUE SPACES.
002180
002190 01  AZ-ENCABEZADO-PERIODO.
002200     05  FILLER                  PIC X(10) VALUE SPACES.
002210     05  FILLER                  PIC X(09) VALUE "SEMANA: ".
002220     05  AZ-PER-DESDE            PIC 9999/99/99.
002230     05  FILLER                  PIC X(03) VALUE " A ".
002240     05  AZ-PER-HASTA            PIC 9999/99/99.
002250     05  FILLER                  PIC X(05) VALUE SPACES.
002260     05  AZ-PER-TITULO           PIC X(10) VALUE SPACES.
002270     05  AZ-PER-SUCURSAL         PIC X(03) VALUE SPACES.
002280     05  FILLER                  PIC X(72) VALUE SPACES.
002290
002300 01  AZ-ENCABEZADO-2.
002310     05  FILLER                  PIC X(12) VALUE "FECHA".
002320     05  FILLER                  PIC X(08) VALUE "  SECUEN".
002330     05  FILLER                  PIC X(07) VALUE "  HORA".
002340     05  FILLER                  PIC X(07) VALUE "CAJERO".
002350     05  FILLER                  PIC X(33) VALUE "SUPERVISOR".
002360     05  FILLER                  PIC X(08) VALUE "CLIENTE".
002370     05  FILLER                  PIC X(09) VALUE "  MONTO".
002380     05  FILLER                  PIC X(05) VALUE "DESC".
002390     05  FILLER                  PIC X(05) VALUE "TOPE".
002400     05  FILLER                  PIC X(04) VALUE "TOPE".
002410     05  FILLER                  PIC X(09) VALUE "DESCUENTO".
002420     05  FILLER                  PIC X(12) VALUE "       TOTAL".
002430     05  FILLER                  PIC X(13) VALUE SPACES.
002440
002450 01  AZ-ENCABEZADO-3.
002460     05  FILLER                  PIC X(84) VALUE SPACES.
002470     05  FILLER                  PIC X(05) VALUE " %".
002480     05  FILLER                  PIC X(05) VALUE "VIG.".
002490     05  FILLER                  PIC X(04) VALUE "SUP.".
002500     05  FILLER                  PIC X(34) VALUE "  PESOS".
002510
002520 01  AZ-LINEA-DETALLE.
002530     05  AZ-DET-FECHA            PIC 9999/99/99.
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  AZ-DET-SECUENCIA        PIC ZZZZZ9.
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  AZ-DET-HH               PIC 9(02).
002580     05  FILLER                  PIC X(01) VALUE ":".
002590     05  AZ-DET-MI               PIC 9(02).
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  AZ-DET-CAJERO           PIC X(05).
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630     05  AZ-DET-SUPERVISOR       PIC X(05).
002640     05  FILLER                  PIC X(01) VALUE SPACES.
002650     05  AZ-DET-NOMBRE           PIC X(25).
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  AZ-DET-CLIENTE          PIC ZZZZZ9.
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  AZ-DET-MONTO            PIC ZZZ,ZZ9.
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  AZ-DET-DESCUENTO        PIC Z9.
002720     05  FILLER                  PIC X(03) VALUE SPACES.
002730     05  AZ-DET-TOPE             PIC Z9.
002740     05  FILLER                  PIC X(03) VALUE SPACES.
002750     05  AZ-DET-TOPE-SUP         PIC Z9.
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  AZ-DET-DESC-TOTAL       PIC ZZZ,ZZ9.
002780     05  FILLER                  PIC X(02) VALUE SPACES.
002790     05  AZ-DET-TOTAL            PIC Z,ZZZ,ZZ9.99.
002800     05  FILLER                  PIC X(13) VALUE SPACES.
002810
002820 01  AZ-LINEA-SUBTOTAL.
002830     05  FILLER                  PIC X(10) VALUE "SUCURSAL: ".
002840     05  AZ-SUB-SUCURSAL         PIC X(03).
002850     05  FILLER                  PIC X(05) VALUE SPACES.
002860     05  FILLER                  PIC X(16) VALUE
002870         "AUTORIZACIONES: ".
002880     05  AZ-SUB-CANT             PIC ZZ,ZZ9.
002890     05  FILLER                  PIC X(55) VALUE SPACES.
002900     05  AZ-SUB-DESC-TOTAL       PIC ZZ,ZZZ,ZZ9.
002910     05  AZ-SUB-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
002920     05  FILLER                  PIC X(13) VALUE SPACES.
002930
002940 01  AZ-LINEA-FIRMA.
002950     05  FILLER                  PIC X(10) VALUE SPACES.
002960     05  AZ-FIR-TITULO           PIC X(30).
002970     05  AZ-FIR-RAYA             PIC X(40).
002980     05  FILLER                  PIC X(52) VALUE SPACES.
002990
003000 01  AZ-LINEA-RESUMEN.
003010     05  AZ-RES-TITULO           PIC X(45).
003020     05  AZ-RES-CANTIDAD         PIC ZZ,ZZZ,ZZ9.
003030     05  FILLER                  PIC X(77) VALUE SPACES.
003040******************************************************************
003050 LINKAGE SECTION.
003060 01  LK-PARM-AREA.
003070     05  LK-PARM-LEN             PIC S9(04) COMP.
003080     05  LK-PARM-FECHA           PIC X(08).
003090******************************************************************
003100 PROCEDURE DIVISION USING LK-PARM-AREA.
003110
003120 0000-MAINLINE.
003130     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003140     PERFORM 2000-CARGAR-AUTORIZACION THRU 2000-EXIT
003150         UNTIL AZ-FIN-REGISTRO.
003160     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003170     STOP RUN.
003180
003190******************************************************************
003200*INICIALIZAR: toma el fin de la semana del PARM o de la fecha de
003210*proceso, retrocede hasta el lunes de esa semana y abre el
003220*registro de autorizaciones y, si esta, el maestro de
003230*supervisores.
003240******************************************************************
003250 1000-INICIALIZAR.
003251     ACCEPT AZ-HORA-INICIO FROM TIME.
003260     OPEN OUTPUT AUTORIZ-REPORT-FILE.
003270     ACCEPT AZ-FECHA-EMISION FROM DATE YYYYMMDD.
003280     MOVE AZ-FECHA-EMISION TO AZ-FECHA-PROCESO.
003290     OPEN INPUT PROCESS-DATE-FILE.
003300     IF AZ-PROC-STATUS-OK
003310         READ PROCESS-DATE-FILE
003320             AT END
003330                 CONTINUE
003340             NOT AT END
003350                 MOVE PD-FECHA-PROCESO TO AZ-FECHA-PROCESO
003360         END-READ
003370         CLOSE PROCESS-DATE-FILE
003380     END-IF.
003390     MOVE AZ-FECHA-PROCESO TO AZ-FECHA-HASTA.
003400     IF LK-PARM-LEN NOT LESS THAN 8
003410         IF LK-PARM-FECHA IS NUMERIC
003420             MOVE LK-PARM-FECHA TO AZ-FECHA-HASTA
003430         ELSE
003440             DISPLAY "PARM de fecha no numerico, se ignora: "
003450                 LK-PARM-FECHA
003460         END-IF
003470     END-IF.
003480     MOVE AZ-FECHA-HASTA TO AZ-FECHA-TRABAJO.
003490     PERFORM 4000-DIA-DE-SEMANA THRU 4000-EXIT.
003500     COMPUTE AZ-ZEL-SUMA = AZ-ZEL-H + 5.
003510     DIVIDE AZ-ZEL-SUMA BY 7 GIVING AZ-ZEL-COCIENTE
003520         REMAINDER AZ-DIAS-ATRAS.
003530     IF AZ-DIAS-ATRAS > ZERO
003540         PERFORM 4200-RESTAR-UN-DIA THRU 4200-EXIT
003550             AZ-DIAS-ATRAS TIMES
003560     END-IF.
003570     MOVE AZ-FECHA-TRABAJO TO AZ-FECHA-DESDE.
003580     MOVE AZ-FECHA-PROCESO TO AZ-ENC-FECHA.
003590     MOVE AZ-FECHA-DESDE TO AZ-PER-DESDE.
003600     MOVE AZ-FECHA-HASTA TO AZ-PER-HASTA.
003610     OPEN INPUT SUPERVISOR-MASTER.
003620     IF AZ-SP-STATUS-OK
003630         SET AZ-SUPMAST-ABIERTO TO TRUE
003640     ELSE
003650         DISPLAY "Sin SUPERVISOR-MASTER, status " AZ-SP-STATUS
003660             ", se lista sin nombres"
003670     END-IF.
003680     OPEN INPUT OVERRIDE-REGISTER.
003690     IF NOT AZ-RA-STATUS-OK
003700         DISPLAY "No se pudo abrir OVERRIDE-REGISTER, status "
003710             AZ-RA-STATUS
003720         PERFORM 5000-ENCABEZADO THRU 5000-EXIT
003730         SET AZ-FIN-REGISTRO TO TRUE
003740         MOVE 12 TO RETURN-CODE
003750         GO TO 1000-EXIT
003760     END-IF.
003770     SET AZ-REGISTRO-ABIERTO TO TRUE.
003780     PERFORM 1100-LEER-REGISTRO THRU 1100-EXIT.
003790 1000-EXIT.
003800     EXIT.
003810
003820 1100-LEER-REGISTRO.
003830     READ OVERRIDE-REGISTER
003840         AT END
003850             SET AZ-FIN-REGISTRO TO TRUE
003860     END-READ.
003870 1100-EXIT.
003880     EXIT.
003890
003900******************************************************************
003910*CARGAR-AUTORIZACION: guarda en la tabla las autorizaciones de la
003920*semana. Las que no entran se cuentan y terminan la corrida con
003930*RETURN-CODE 8.
003940******************************************************************
003950 2000-CARGAR-AUTORIZACION.
003960     ADD 1 TO AZ-CANT-LEIDOS.
003970     IF RA-FECHA < AZ-FECHA-DESDE
003980             OR RA-FECHA > AZ-FECHA-HASTA
003990         GO TO 2000-LEER
004000     END-IF.
004010     IF AZ-CANT-AUTORIZ NOT LESS THAN AZ-MAX-AUTORIZ
004020         ADD 1 TO AZ-CANT-DESBORDES
004030         GO TO 2000-LEER
004040     END-IF.
004050     ADD 1 TO AZ-CANT-AUTORIZ.
004060     MOVE AZ-CANT-AUTORIZ TO AZ-IDX.
004070     MOVE RA-SUCURSAL        TO AZ-TAB-SUC(AZ-IDX).
004080     MOVE RA-FECHA           TO AZ-TAB-FECHA(AZ-IDX).
004090     MOVE RA-SECUENCIA       TO AZ-TAB-SECUENCIA(AZ-IDX).
004100     MOVE RA-HORA            TO AZ-TAB-HORA(AZ-IDX).
004110     MOVE RA-CAJERO          TO AZ-TAB-CAJERO(AZ-IDX).
004120     MOVE RA-SUPERVISOR      TO AZ-TAB-SUPERVISOR(AZ-IDX).
004130     MOVE RA-CLIENTE-ID      TO AZ-TAB-CLIENTE(AZ-IDX).
004140     MOVE RA-MONTO           TO AZ-TAB-MONTO(AZ-IDX).
004150     MOVE RA-DESCUENTO       TO AZ-TAB-DESCUENTO(AZ-IDX).
004160     MOVE RA-TOPE-VIGENTE    TO AZ-TAB-TOPE(AZ-IDX).
004170     MOVE RA-TOPE-SUPERVISOR TO AZ-TAB-TOPE-SUP(AZ-IDX).
004180     MOVE RA-DESCUENTO-TOTAL TO AZ-TAB-DESC-TOTAL(AZ-IDX).
004190     MOVE RA-TOTAL           TO AZ-TAB-TOTAL(AZ-IDX).
004200 2000-LEER.
004210     PERFORM 1100-LEER-REGISTRO THRU 1100-EXIT.
004220 2000-EXIT.
004230     EXIT.
004240
004250******************************************************************
004260*DIA-DE-SEMANA: congruencia de Zeller sobre la fecha de trabajo,
004270*con divisiones por pasos sobre campos enteros, como en CKFLAG.
004280******************************************************************
004290 4000-DIA-DE-SEMANA.
004300     MOVE AZ-FT-MM TO AZ-ZEL-M.
004310     MOVE AZ-FT-AAAA TO AZ-ZEL-A.
004320     IF AZ-ZEL-M < 3
004330         ADD 12 TO AZ-ZEL-M
004340         SUBTRACT 1 FROM AZ-ZEL-A
004350     END-IF.
004360     DIVIDE AZ-ZEL-A BY 100 GIVING AZ-ZEL-J
004370         REMAINDER AZ-ZEL-K.
004380     COMPUTE AZ-ZEL-T1 = (13 * (AZ-ZEL-M + 1)) / 5.
004390     COMPUTE AZ-ZEL-T2 = AZ-ZEL-K / 4.
004400     COMPUTE AZ-ZEL-T3 = AZ-ZEL-J / 4.
004410     COMPUTE AZ-ZEL-SUMA = AZ-FT-DD + AZ-ZEL-T1 + AZ-ZEL-K
004420         + AZ-ZEL-T2 + AZ-ZEL-T3 + 5 * AZ-ZEL-J.
004430     DIVIDE AZ-ZEL-SUMA BY 7 GIVING AZ-ZEL-COCIENTE
004440         REMAINDER AZ-ZEL-H.
004450 4000-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490*RESTAR-UN-DIA: mueve AZ-FECHA-TRABAJO un dia hacia atras, con
004500*febrero de los bisiestos.
004510******************************************************************
004520 4200-RESTAR-UN-DIA.
004530     IF AZ-FT-DD > 1
004540         SUBTRACT 1 FROM AZ-FT-DD
004550         GO TO 4200-EXIT
004560     END-IF.
004570     IF AZ-FT-MM = 1
004580         MOVE 12 TO AZ-FT-MM
004590         SUBTRACT 1 FROM AZ-FT-AAAA
004600     ELSE
004610         SUBTRACT 1 FROM AZ-FT-MM
004620     END-IF.
004630     MOVE AZ-DIAS-MES(AZ-FT-MM) TO AZ-FT-DD.
004640     IF AZ-FT-MM = 2
004650         PERFORM 4250-EVALUAR-BISIESTO THRU 4250-EXIT
004660         IF AZ-ES-BISIESTO
004670             MOVE 29 TO AZ-FT-DD
004680         END-IF
004690     END-IF.
004700 4200-EXIT.
004710     EXIT.
004720
004730 4250-EVALUAR-BISIESTO.
004740     MOVE "N" TO AZ-SW-BISIESTO.
004750     DIVIDE AZ-FT-AAAA BY 4 GIVING AZ-BIS-COCIENTE
004760         REMAINDER AZ-BIS-RESTO-4.
004770     DIVIDE AZ-FT-AAAA BY 100 GIVING AZ-BIS-COCIENTE
004780         REMAINDER AZ-BIS-RESTO-100.
004790     DIVIDE AZ-FT-AAAA BY 400 GIVING AZ-BIS-COCIENTE
004800         REMAINDER AZ-BIS-RESTO-400.
004810     IF AZ-BIS-RESTO-4 = ZERO
004820         IF AZ-BIS-RESTO-100 NOT = ZERO
004830                 OR AZ-BIS-RESTO-400 = ZERO
004840             SET AZ-ES-BISIESTO TO TRUE
004850         END-IF
004860     END-IF.
004870 4250-EXIT.
004880     EXIT.
004890
004900 5000-ENCABEZADO.
004910     ADD 1 TO AZ-PAGINA.
004920     MOVE ZERO TO AZ-LINEAS-PAGINA.
004930     MOVE AZ-PAGINA TO AZ-ENC-PAGINA.
004940     WRITE AZ-LINEA-IMPRESION FROM AZ-ENCABEZADO-1.
004950     WRITE AZ-LINEA-IMPRESION FROM AZ-ENCABEZADO-PERIODO.
004960     MOVE ALL "=" TO AZ-LINEA-IMPRESION.
004970     WRITE AZ-LINEA-IMPRESION.
004980     WRITE AZ-LINEA-IMPRESION FROM AZ-ENCABEZADO-2.
004990     WRITE AZ-LINEA-IMPRESION FROM AZ-ENCABEZADO-3.
005000     MOVE ALL "-" TO AZ-LINEA-IMPRESION.
005010     WRITE AZ-LINEA-IMPRESION.
005020 5000-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060*ORDENAR: seleccion sobre la clave sucursal + fecha + secuencia,
005070*como el ranking de prevencion de perdidas.
005080******************************************************************
005090 6000-ORDENAR.
005100     MOVE 1 TO AZ-IDX.
005110     PERFORM 6100-PASADA THRU 6100-EXIT
005120         UNTIL AZ-IDX NOT LESS THAN AZ-CANT-AUTORIZ.
005130 6000-EXIT.
005140     EXIT.
005150
005160 6100-PASADA.
005170     MOVE AZ-IDX TO AZ-IDX-MEJOR.
005180     COMPUTE AZ-IDX-J = AZ-IDX + 1.
005190     PERFORM 6200-COMPARAR THRU 6200-EXIT
005200         UNTIL AZ-IDX-J > AZ-CANT-AUTORIZ.
005210     IF AZ-IDX-MEJOR NOT = AZ-IDX
005220         MOVE AZ-ENTRADA-AUTORIZ(AZ-IDX)       TO AZ-ENTRADA-AUX
005230         MOVE AZ-ENTRADA-AUTORIZ(AZ-IDX-MEJOR)
005240             TO AZ-ENTRADA-AUTORIZ(AZ-IDX)
005250         MOVE AZ-ENTRADA-AUX
005260             TO AZ-ENTRADA-AUTORIZ(AZ-IDX-MEJOR)
005270     END-IF.
005280     ADD 1 TO AZ-IDX.
005290 6100-EXIT.
005300     EXIT.
005310
005320 6200-COMPARAR.
005330     MOVE "N" TO AZ-SW-ANTES.
005340     IF AZ-TAB-CLAVE(AZ-IDX-J) < AZ-TAB-CLAVE(AZ-IDX-MEJOR)
005350         SET AZ-VA-ANTES TO TRUE
005360     END-IF.
005370     IF AZ-VA-ANTES
005380         MOVE AZ-IDX-J TO AZ-IDX-MEJOR
005390     END-IF.
005400     ADD 1 TO AZ-IDX-J.
005410 6200-EXIT.
005420     EXIT.
005430
005440 7000-ESCRIBIR-LINEA.
005450     IF AZ-LINEAS-PAGINA NOT LESS THAN AZ-MAX-LINEAS
005460         PERFORM 5000-ENCABEZADO THRU 5000-EXIT
005470     END-IF.
005480     WRITE AZ-LINEA-IMPRESION FROM AZ-LINEA-TRABAJO.
005490     ADD 1 TO AZ-LINEAS-PAGINA.
005500 7000-EXIT.
005510     EXIT.
005520
005530******************************************************************
005540*FINALIZAR: ordena, emite una hoja por sucursal con su total y la
005550*firma del gerente y una hoja final de resumen, cierra los
005560*archivos y deja la corrida en el control. Un desborde de tabla
005570*termina con RETURN-CODE 8, como la rendicion.
005580******************************************************************
005590 9000-FINALIZAR.
005600     IF NOT AZ-REGISTRO-ABIERTO
005610         GO TO 9000-CERRAR
005620     END-IF.
005630     IF AZ-CANT-AUTORIZ = ZERO
005640         GO TO 9000-RESUMEN
005650     END-IF.
005660     PERFORM 6000-ORDENAR THRU 6000-EXIT.
005670     MOVE SPACES TO AZ-SUC-ANTERIOR.
005680     MOVE ZERO TO AZ-IDX.
005690     PERFORM 9100-IMPRIMIR-AUTORIZACION THRU 9100-EXIT
005700         AZ-CANT-AUTORIZ TIMES.
005710     PERFORM 9200-CERRAR-SUCURSAL THRU 9200-EXIT.
005720 9000-RESUMEN.
005730     MOVE "RESUMEN" TO AZ-PER-TITULO.
005740     MOVE SPACES TO AZ-PER-SUCURSAL.
005750     PERFORM 5000-ENCABEZADO THRU 5000-EXIT.
005760     IF AZ-CANT-AUTORIZ = ZERO
005770         MOVE "SIN AUTORIZACIONES SOBRE EL TOPE EN LA SEMANA"
005780             TO AZ-LINEA-TRABAJO
005790         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
005800         MOVE SPACES TO AZ-LINEA-TRABAJO
005810         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
005820     END-IF.
005830     MOVE "REGISTROS LEIDOS DEL REGISTRO" TO AZ-RES-TITULO.
005840     MOVE AZ-CANT-LEIDOS TO AZ-RES-CANTIDAD.
005850     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
005860     MOVE "AUTORIZACIONES DE LA SEMANA" TO AZ-RES-TITULO.
005870     MOVE AZ-CANT-AUTORIZ TO AZ-RES-CANTIDAD.
005880     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
005890     MOVE "SUCURSALES LISTADAS" TO AZ-RES-TITULO.
005900     MOVE AZ-CANT-SUCURSALES TO AZ-RES-CANTIDAD.
005910     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
005920     MOVE "DESCUENTOS AUTORIZADOS (PESOS)" TO AZ-RES-TITULO.
005930     MOVE AZ-TOT-DESCUENTO TO AZ-RES-CANTIDAD.
005940     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
005950     IF AZ-SUPMAST-ABIERTO
005960         GO TO 9000-DESBORDES
005970     END-IF.
005980     MOVE "SIN MAESTRO DE SUPERVISORES, LISTADO SIN NOMBRES"
005990         TO AZ-LINEA-TRABAJO.
006000     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
006010 9000-DESBORDES.
006020     IF AZ-CANT-DESBORDES > ZERO
006030         MOVE "ATENCION: REGISTROS OMITIDOS POR TABLA LLENA"
006040             TO AZ-RES-TITULO
006050         MOVE AZ-CANT-DESBORDES TO AZ-RES-CANTIDAD
006060         PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT
006070         MOVE 8 TO RETURN-CODE
006080     END-IF.
006090 9000-CERRAR.
006100     IF AZ-REGISTRO-ABIERTO
006110         CLOSE OVERRIDE-REGISTER
006120     END-IF.
006130     IF AZ-SUPMAST-ABIERTO
006140         CLOSE SUPERVISOR-MASTER
006150     END-IF.
006160     CLOSE AUTORIZ-REPORT-FILE.
006170     IF AZ-REGISTRO-ABIERTO
006180         PERFORM 9500-GRABAR-RUN-CONTROL THRU 9500-EXIT
006190     END-IF.
006200 9000-EXIT.
006210     EXIT.
006220
006230******************************************************************
006240*IMPRIMIR-AUTORIZACION: al cambiar de sucursal cierra la anterior
006250*con su total y la firma y abre hoja nueva; despues lista la
006260*autorizacion con el nombre del supervisor.
006270******************************************************************
006280 9100-IMPRIMIR-AUTORIZACION.
006290     ADD 1 TO AZ-IDX.
006300     IF AZ-IDX > 1
006310             AND AZ-TAB-SUC(AZ-IDX) NOT = AZ-SUC-ANTERIOR
006320         PERFORM 9200-CERRAR-SUCURSAL THRU 9200-EXIT
006330     END-IF.
006340     IF AZ-IDX = 1
006350             OR AZ-TAB-SUC(AZ-IDX) NOT = AZ-SUC-ANTERIOR
006360         MOVE AZ-TAB-SUC(AZ-IDX) TO AZ-SUC-ANTERIOR
006370         MOVE "SUCURSAL: " TO AZ-PER-TITULO
006380         MOVE AZ-SUC-ANTERIOR TO AZ-PER-SUCURSAL
006390         MOVE ZERO TO AZ-SUC-CANT AZ-SUC-DESCUENTO AZ-SUC-TOTAL
006400         ADD 1 TO AZ-CANT-SUCURSALES
006410         PERFORM 5000-ENCABEZADO THRU 5000-EXIT
006420     END-IF.
006440     MOVE AZ-TAB-FECHA(AZ-IDX)      TO AZ-DET-FECHA.
006450     MOVE AZ-TAB-SECUENCIA(AZ-IDX)  TO AZ-DET-SECUENCIA.
006460     MOVE AZ-TAB-HORA(AZ-IDX)       TO AZ-HORA-TRABAJO.
006470     MOVE AZ-HT-HH                  TO AZ-DET-HH.
006490     MOVE AZ-HT-MI                  TO AZ-DET-MI.
006500     MOVE AZ-TAB-CAJERO(AZ-IDX)     TO AZ-DET-CAJERO.
006510     MOVE AZ-TAB-SUPERVISOR(AZ-IDX) TO AZ-DET-SUPERVISOR.
006520     PERFORM 9120-BUSCAR-NOMBRE THRU 9120-EXIT.
006530     MOVE AZ-TAB-CLIENTE(AZ-IDX)    TO AZ-DET-CLIENTE.
006540     MOVE AZ-TAB-MONTO(AZ-IDX)      TO AZ-DET-MONTO.
006550     MOVE AZ-TAB-DESCUENTO(AZ-IDX)  TO AZ-DET-DESCUENTO.
006560     MOVE AZ-TAB-TOPE(AZ-IDX)       TO AZ-DET-TOPE.
006570     MOVE AZ-TAB-TOPE-SUP(AZ-IDX)   TO AZ-DET-TOPE-SUP.
006580     MOVE AZ-TAB-DESC-TOTAL(AZ-IDX) TO AZ-DET-DESC-TOTAL.
006590     MOVE AZ-TAB-TOTAL(AZ-IDX)      TO AZ-DET-TOTAL.
006600     MOVE AZ-LINEA-DETALLE TO AZ-LINEA-TRABAJO.
006610     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
006620     ADD 1 TO AZ-SUC-CANT.
006630     ADD AZ-TAB-DESC-TOTAL(AZ-IDX) TO AZ-SUC-DESCUENTO
006640         AZ-TOT-DESCUENTO.
006650     ADD AZ-TAB-TOTAL(AZ-IDX) TO AZ-SUC-TOTAL AZ-TOT-TOTAL.
006660 9100-EXIT.
006670     EXIT.
006680
006690 9120-BUSCAR-NOMBRE.
006700     MOVE SPACES TO AZ-DET-NOMBRE.
006710     IF NOT AZ-SUPMAST-ABIERTO
006720         GO TO 9120-EXIT
006730     END-IF.
006740     MOVE AZ-TAB-SUPERVISOR(AZ-IDX) TO SP-SUPERVISOR.
006750     READ SUPERVISOR-MASTER
006760         INVALID KEY
006770             MOVE "(SIN MAESTRO)" TO AZ-DET-NOMBRE
006780         NOT INVALID KEY
006790             MOVE SP-NOMBRE TO AZ-DET-NOMBRE
006800     END-READ.
006810 9120-EXIT.
006820     EXIT.
006830
006840******************************************************************
006850*CERRAR-SUCURSAL: total de la sucursal y el bloque de firma del
006860*gerente, que no se parte entre dos hojas.
006870******************************************************************
006880 9200-CERRAR-SUCURSAL.
006890     IF AZ-LINEAS-PAGINA > AZ-LINEAS-CIERRE
006900         PERFORM 5000-ENCABEZADO THRU 5000-EXIT
006910     END-IF.
006920     MOVE ALL "-" TO AZ-LINEA-TRABAJO.
006930     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
006940     MOVE AZ-SUC-ANTERIOR  TO AZ-SUB-SUCURSAL.
006950     MOVE AZ-SUC-CANT      TO AZ-SUB-CANT.
006960     MOVE AZ-SUC-DESCUENTO TO AZ-SUB-DESC-TOTAL.
006970     MOVE AZ-SUC-TOTAL     TO AZ-SUB-TOTAL.
006980     MOVE AZ-LINEA-SUBTOTAL TO AZ-LINEA-TRABAJO.
006990     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
007000     MOVE SPACES TO AZ-LINEA-TRABAJO.
007010     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT 3 TIMES.
007020     MOVE ALL "_" TO AZ-FIR-RAYA.
007030     MOVE "FIRMA GERENTE DE SUCURSAL:" TO AZ-FIR-TITULO.
007040     PERFORM 9250-LINEA-FIRMA THRU 9250-EXIT.
007050     MOVE "ACLARACION:" TO AZ-FIR-TITULO.
007060     PERFORM 9250-LINEA-FIRMA THRU 9250-EXIT.
007070     MOVE "FECHA:" TO AZ-FIR-TITULO.
007080     MOVE "____/____/________" TO AZ-FIR-RAYA.
007090     PERFORM 9250-LINEA-FIRMA THRU 9250-EXIT.
007100 9200-EXIT.
007110     EXIT.
007120
007130 9250-LINEA-FIRMA.
007140     MOVE AZ-LINEA-FIRMA TO AZ-LINEA-TRABAJO.
007150     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
007160     MOVE SPACES TO AZ-LINEA-TRABAJO.
007170     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
007180 9250-EXIT.
007190     EXIT.
007200
007210 9300-ESCRIBIR-RESUMEN.
007220     MOVE AZ-LINEA-RESUMEN TO AZ-LINEA-TRABAJO.
007230     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
007240 9300-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280*GRABAR-RUN-CONTROL: deja constancia de la corrida completa en
007290*RUN-CONTROL-FILE, para el rearranque del proceso nocturno. El
007300*monto es lo descontado con autorizacion en la semana.
007310******************************************************************
007320 9500-GRABAR-RUN-CONTROL.
007330     OPEN EXTEND RUN-CONTROL-FILE.
007340     IF NOT AZ-RUN-STATUS-OK
007350         OPEN OUTPUT RUN-CONTROL-FILE
007360     END-IF.
007370     IF NOT AZ-RUN-STATUS-OK
007380         DISPLAY "No se pudo grabar RUN-CONTROL-FILE, status "
007390             AZ-RUN-STATUS
007400         GO TO 9500-EXIT
007410     END-IF.
007420     INITIALIZE RC-RUN-RECORD.
007430     MOVE "EJER1AUT" TO RC-PROGRAMA.
007440     MOVE AZ-FECHA-PROCESO TO RC-FECHA.
007450     ACCEPT RC-HORA FROM TIME.
007451     MOVE AZ-HORA-INICIO TO RC-HORA-INICIO.
007460     MOVE AZ-CANT-LEIDOS TO RC-LEIDOS.
007470     MOVE AZ-CANT-AUTORIZ TO RC-PROCESADOS.
007480     MOVE AZ-CANT-DESBORDES TO RC-RECHAZADOS.
007490     MOVE AZ-TOT-DESCUENTO TO RC-SUMA-MONTO.
007500     MOVE AZ-TOT-TOTAL TO RC-TOTAL-GENERAL.
007510     WRITE RC-RUN-RECORD.
007520     CLOSE RUN-CONTROL-FILE.
007530 9500-EXIT.
007540     EXIT.
007550
007560 END PROGRAM Ejercicio1Autoriz.
