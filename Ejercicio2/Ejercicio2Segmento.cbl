000100******************************************************************
000110*PROGRAMA    : Ejercicio2Segmento
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Reporte semanal de segmentos de clientes y
000170*              extracto para la campania de reactivacion. Recorre
000180*              el resumen de compras (CUSTOMER-SUMMARY-FILE,
000190*              copybook CUSTSUM) cruzandolo con el maestro de
000200*              clientes, y clasifica a cada cliente activo que
000210*              compro alguna vez por recencia (activo,
000220*              enfriandose, dormido, perdido, segun los dias sin
000230*              comprar a la fecha de proceso) y por valor (alto,
000240*              medio, bajo, segun el monto historico), con los
000250*              cortes vigentes de SEGMENT-PARAMS-FILE (copybook
000260*              SEGPAR) o, sin juego vigente, los valores por
000270*              defecto. Imprime el resumen de segmentos por
000280*              sucursal de la ultima compra (SEGRPT) y deja un
000290*              registro por cliente clasificado en el extracto
000300*              que marketing carga en su herramienta de envios
000310*              (SEGEXT). Los clientes dados de baja, los que no
000320*              figuran en el maestro y los que nunca compraron
000330*              quedan afuera y solo se cuentan.
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
000410 PROGRAM-ID. Ejercicio2Segmento.
000420 AUTHOR. R. FEDIUK.
000430 INSTALLATION. CASA CENTRAL.
000440 DATE-WRITTEN. 2026-10-15.
000450 DATE-COMPILED.
000460******************************************************************
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT CUSTOMER-SUMMARY-FILE ASSIGN TO "CUSTSUM"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS CS-CLIENTE-ID
000540         FILE STATUS IS SE-SUM-STATUS.
000550     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS CM-CLIENTE-ID
000590         ALTERNATE RECORD KEY IS CM-APELLIDO-NOMBRE
000600             WITH DUPLICATES
000610         FILE STATUS IS SE-CM-STATUS.
000620     SELECT SEGMENT-PARAMS-FILE ASSIGN TO "SEGPARMS"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS SG-FECHA-VIGENCIA
000660         FILE STATUS IS SE-SEG-STATUS.
000670     SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS SE-PROC-STATUS.
000700     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS SE-RUN-STATUS.
000730     SELECT SEGMENT-REPORT-FILE ASSIGN TO "SEGRPT"
000740         ORGANIZATION IS SEQUENTIAL.
000750     SELECT CAMPAIGN-EXTRACT-FILE ASSIGN TO "SEGEXT"
000760         ORGANIZATION IS SEQUENTIAL.
000770******************************************************************
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  CUSTOMER-SUMMARY-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY CUSTSUM.
000830
000840 FD  CUSTOMER-MASTER
000850     LABEL RECORDS ARE STANDARD.
000860     COPY CUSTMAST.
000870
000880 FD  SEGMENT-PARAMS-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY SEGPAR.
000910
000920 FD  PROCESS-DATE-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY PROCDATE.
000950
000960 FD  RUN-CONTROL-FILE
000970     LABEL RECORDS ARE STANDARD.
000980     COPY RUNCTL.
000990
001000 FD  SEGMENT-REPORT-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 01  SE-LINEA-IMPRESION          PIC X(132).
001030
001040******************************************************************
001050*EXTRACTO DE CAMPANIA: un registro de 80 bytes por cliente
001060*clasificado, en orden de numero de cliente. Valor: A alto,
001070*M medio, B bajo.
001080******************************************************************
001090 FD  CAMPAIGN-EXTRACT-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 01  SE-EXTRACTO-RECORD.
001120     05  SE-EX-CLIENTE-ID        PIC 9(06).
001130     05  SE-EX-APELLIDO          PIC X(20).
001140     05  SE-EX-NOMBRE            PIC X(15).
001150     05  SE-EX-SEGMENTO          PIC X(11).
001160     05  SE-EX-VALOR             PIC X(01).
001170     05  SE-EX-FECHA-ULTIMA      PIC 9(08).
001180     05  SE-EX-ACUM-TOTAL        PIC 9(10)V9(02).
001190     05  SE-EX-SUCURSAL          PIC X(03).
001200     05  FILLER                  PIC X(04).
001210
001220 WORKING-STORAGE SECTION.
001230 01  SE-SWITCHES.
001240     05  SE-SW-FIN-RESUMEN       PIC X(01) VALUE "N".
001250         88  SE-FIN-RESUMEN             VALUE "S".
001260     05  SE-SW-ARCHIVOS-ABIERTOS PIC X(01) VALUE "N".
001270         88  SE-ARCHIVOS-ABIERTOS       VALUE "S".
001280     05  SE-SW-FIN-LECTURA       PIC X(01) VALUE "N".
001290         88  SE-FIN-LECTURA             VALUE "S".
001300     05  SE-SW-VIGENTE           PIC X(01) VALUE "N".
001310         88  SE-HAY-VIGENTE             VALUE "S".
001320     05  SE-SW-ANTES             PIC X(01) VALUE "N".
001330         88  SE-VA-ANTES                VALUE "S".
001340
001350 01  SE-SUM-STATUS               PIC X(02).
001360     88  SE-SUM-STATUS-OK              VALUE "00".
001370
001380 01  SE-CM-STATUS                PIC X(02).
001390     88  SE-CM-STATUS-OK               VALUE "00".
001400
001410 01  SE-SEG-STATUS               PIC X(02).
001420     88  SE-SEG-STATUS-OK              VALUE "00".
001430
001440 01  SE-PROC-STATUS              PIC X(02).
001450     88  SE-PROC-STATUS-OK             VALUE "00".
001460
001470 01  SE-RUN-STATUS               PIC X(02).
001480     88  SE-RUN-STATUS-OK              VALUE "00".
001490
001491 01  SE-HORA-INICIO              PIC 9(08) VALUE ZERO.
001500 01  SE-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001510
001520 01  SE-CONSTANTES.
001530     05  SE-MAX-SUCURSALES       PIC 9(03) COMP VALUE 100.
001540     05  SE-MAX-LINEAS           PIC 9(02) VALUE 56.
001550
001560******************************************************************
001570*PARAMETROS EN USO: el juego vigente de SEGMENT-PARAMS-FILE o,
001580*sin el, los valores por defecto (los mismos que muestra
001590*Ejercicio2Segpar).
001600******************************************************************
001610 01  SE-DEFECTOS-SEG.
001620     05  SE-DEF-DIAS-ENFRIANDO   PIC 9(03) VALUE 30.
001630     05  SE-DEF-DIAS-DORMIDO     PIC 9(03) VALUE 90.
001640     05  SE-DEF-DIAS-PERDIDO     PIC 9(03) VALUE 365.
001650     05  SE-DEF-MONTO-MEDIO      PIC 9(10)V9(02) VALUE 20000.
001660     05  SE-DEF-MONTO-ALTO       PIC 9(10)V9(02) VALUE 100000.
001670
001680 01  SE-PARAMETROS.
001690     05  SE-VIG-FECHA            PIC 9(08) VALUE ZERO.
001700     05  SE-DIAS-ENFRIANDO       PIC 9(03) VALUE ZERO.
001710     05  SE-DIAS-DORMIDO         PIC 9(03) VALUE ZERO.
001720     05  SE-DIAS-PERDIDO         PIC 9(03) VALUE ZERO.
001730     05  SE-MONTO-MEDIO          PIC 9(10)V9(02) VALUE ZERO.
001740     05  SE-MONTO-ALTO           PIC 9(10)V9(02) VALUE ZERO.
001750
001760******************************************************************
001770*NOMBRES DE SEGMENTO: 1 activo, 2 enfriandose, 3 dormido,
001780*4 perdido; y de valor: 1 alto, 2 medio, 3 bajo.
001790******************************************************************
001800 01  SE-NOMBRES-SEGMENTO-VALORES.
001810     05  FILLER                  PIC X(11) VALUE "ACTIVO".
001820     05  FILLER                  PIC X(11) VALUE "ENFRIANDOSE".
001830     05  FILLER                  PIC X(11) VALUE "DORMIDO".
001840     05  FILLER                  PIC X(11) VALUE "PERDIDO".
001850 01  SE-NOMBRES-SEGMENTO REDEFINES SE-NOMBRES-SEGMENTO-VALORES.
001860     05  SE-NOMBRE-SEGMENTO      OCCURS 4 TIMES PIC X(11).
001870
001880 01  SE-CODIGOS-VALOR-VALORES    PIC X(03) VALUE "AMB".
001890 01  SE-CODIGOS-VALOR REDEFINES SE-CODIGOS-VALOR-VALORES.
001900     05  SE-CODIGO-VALOR         OCCURS 3 TIMES PIC X(01).
001910
001920 01  SE-CLASIFICACION.
001930     05  SE-IDX-SEGMENTO         PIC 9(01) VALUE ZERO.
001940     05  SE-IDX-VALOR            PIC 9(01) VALUE ZERO.
001950     05  SE-DIAS-SIN-COMPRA      PIC S9(08) COMP VALUE ZERO.
001960     05  SE-SUCURSAL-CLIENTE     PIC X(03) VALUE SPACES.
001970
001980******************************************************************
001990*NUMERO DE DIA: la fecha a convertir se deja en SE-FECHA-CALC y
002000*8000-NUMERO-DIA devuelve en SE-ND-DIA los dias corridos desde
002010*una fecha base fija, para restar dos fechas entre si.
002020******************************************************************
002030 01  SE-FECHA-CALC               PIC 9(08) VALUE ZERO.
002040 01  SE-FECHA-CALC-R REDEFINES SE-FECHA-CALC.
002050     05  SE-FC-AAAA              PIC 9(04).
002060     05  SE-FC-MM                PIC 9(02).
002070     05  SE-FC-DD                PIC 9(02).
002080
002090 01  SE-NUMERO-DIA.
002100     05  SE-ND-A                 PIC 9(04) COMP VALUE ZERO.
002110     05  SE-ND-M                 PIC 9(04) COMP VALUE ZERO.
002120     05  SE-ND-T1                PIC 9(08) COMP VALUE ZERO.
002130     05  SE-ND-T2                PIC 9(08) COMP VALUE ZERO.
002140     05  SE-ND-T3                PIC 9(08) COMP VALUE ZERO.
002150     05  SE-ND-T4                PIC 9(08) COMP VALUE ZERO.
002160     05  SE-ND-DIA               PIC 9(08) COMP VALUE ZERO.
002170     05  SE-DIA-PROCESO          PIC 9(08) COMP VALUE ZERO.
002180
002190******************************************************************
002200*TABLA DE SUCURSALES: una entrada por sucursal de ultima compra
002210*(en blanco para los resumenes anteriores a que se guardara),
002220*con los clientes por segmento y por valor y el monto historico.
002230******************************************************************
002240 01  SE-TABLA-SUCURSALES.
002250     05  SE-ENTRADA-SUCURSAL OCCURS 100 TIMES.
002260         10  SE-TAB-SUCURSAL     PIC X(03).
002270         10  SE-TAB-SEGMENTO     OCCURS 4 TIMES PIC 9(07).
002280         10  SE-TAB-VALOR        OCCURS 3 TIMES PIC 9(07).
002290         10  SE-TAB-CLIENTES     PIC 9(07).
002300         10  SE-TAB-MONTO        PIC 9(12)V9(02).
002310
002320 01  SE-ENTRADA-AUX              PIC X(73).
002330
002340 01  SE-CONTROL-TABLA.
002350     05  SE-CANT-SUCURSALES      PIC 9(03) COMP VALUE ZERO.
002360     05  SE-IDX                  PIC 9(03) COMP VALUE ZERO.
002370     05  SE-IDX-J                PIC 9(03) COMP VALUE ZERO.
002380     05  SE-IDX-MEJOR            PIC 9(03) COMP VALUE ZERO.
002390     05  SE-IDX-COL              PIC 9(01) VALUE ZERO.
002400     05  SE-CANT-DESBORDES       PIC 9(08) VALUE ZERO.
002410
002420 01  SE-TOTALES.
002430     05  SE-TOT-SEGMENTO         OCCURS 4 TIMES PIC 9(07).
002440     05  SE-TOT-VALOR            OCCURS 3 TIMES PIC 9(07).
002450     05  SE-TOT-CLIENTES         PIC 9(07).
002460     05  SE-TOT-MONTO            PIC 9(12)V9(02).
002470
002480 01  SE-CONTADORES.
002490     05  SE-CANT-LEIDOS          PIC 9(08) VALUE ZERO.
002500     05  SE-CANT-SIN-COMPRAS     PIC 9(08) VALUE ZERO.
002510     05  SE-CANT-SIN-MAESTRO     PIC 9(08) VALUE ZERO.
002520     05  SE-CANT-BAJAS           PIC 9(08) VALUE ZERO.
002530     05  SE-CANT-CLASIFICADOS    PIC 9(08) VALUE ZERO.
002540
002550 01  SE-CONTROL-PAGINA.
002560     05  SE-PAGINA               PIC 9(04) VALUE ZERO.
002570     05  SE-LINEAS-PAGINA        PIC 9(02) VALUE ZERO.
002580
002590 01  SE-LINEA-TRABAJO            PIC X(132) VALUE SPACES.
002600
002610 01  SE-ENCABEZADO-1.
002620     05  FILLER                  PIC X(10) VALUE SPACES.
002630     05  FILLER                  PIC X(34) VALUE
002640         "SEGMENTOS DE CLIENTES POR SUCURSAL".
002650     05  FILLER                  PIC X(34) VALUE SPACES.
002660     05  FILLER                  PIC X(07) VALUE "FECHA: ".
002670     05  SE-ENC-FECHA            PIC 9999/99/99.
002680     05  FILLER                  PIC X(10) VALUE SPACES.
002690     05  FILLER                  PIC X(08) VALUE "PAGINA: ".
002700     05  SE-ENC-PAGINA           PIC ZZZ9.
002710     05  FILLER                  PIC X(15) VALUE SPACES.
002720
002730 01  SE-ENCABEZADO-DIAS.
002740     05  FILLER                  PIC X(10) VALUE SPACES.
002750     05  FILLER                  PIC X(30) VALUE
002760         "CORTES EN DIAS SIN COMPRAR -  ".
002770     05  FILLER                  PIC X(13) VALUE "ENFRIANDOSE: ".
002780     05  SE-PAR-ENFRIANDO        PIC ZZ9.
002790     05  FILLER                  PIC X(11) VALUE "  DORMIDO: ".
002800     05  SE-PAR-DORMIDO          PIC ZZ9.
002810     05  FILLER                  PIC X(11) VALUE "  PERDIDO: ".
002820     05  SE-PAR-PERDIDO          PIC ZZ9.
002830     05  FILLER                  PIC X(48) VALUE SPACES.
002840
002850 01  SE-ENCABEZADO-MONTOS.
002860     05  FILLER                  PIC X(10) VALUE SPACES.
002870     05  FILLER                  PIC X(30) VALUE
002880         "CORTES EN MONTO HISTORICO -   ".
002890     05  FILLER                  PIC X(13) VALUE "VALOR MEDIO: ".
002900     05  SE-PAR-MEDIO            PIC ZZ,ZZZ,ZZZ,ZZ9.
002910     05  FILLER                  PIC X(08) VALUE "  ALTO: ".
002920     05  SE-PAR-ALTO             PIC ZZ,ZZZ,ZZZ,ZZ9.
002930     05  FILLER                  PIC X(02) VALUE SPACES.
002940     05  SE-PAR-ORIGEN           PIC X(30).
002950     05  FILLER                  PIC X(11) VALUE SPACES.
002960
002970 01  SE-ORIGEN-VIGENTE.
002980     05  FILLER                  PIC X(15) VALUE
002990         "VIGENTES DESDE ".
003000     05  SE-ORI-FECHA            PIC 9999/99/99.
003010     05  FILLER                  PIC X(05) VALUE SPACES.
003020
003030 01  SE-ENCABEZADO-2.
003040     05  FILLER                  PIC X(10) VALUE SPACES.
003050     05  FILLER                  PIC X(44) VALUE
003060         "--------------- POR RECENCIA ---------------".
003070     05  FILLER                  PIC X(03) VALUE SPACES.
003080     05  FILLER                  PIC X(33) VALUE
003090         "----------- POR VALOR -----------".
003100     05  FILLER                  PIC X(42) VALUE SPACES.
003110
003120 01  SE-ENCABEZADO-3.
003130     05  FILLER                  PIC X(10) VALUE "SUCURSAL  ".
003140     05  FILLER                  PIC X(44) VALUE
003150         "  ACTIVOS  ENFRIANDO   DORMIDOS   PERDIDOS  ".
003160     05  FILLER                  PIC X(03) VALUE SPACES.
003170     05  FILLER                  PIC X(33) VALUE
003180         "     ALTO      MEDIO       BAJO  ".
003190     05  FILLER                  PIC X(09) VALUE " CLIENTES".
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003210     05  FILLER                  PIC X(17) VALUE
003220         "  MONTO HISTORICO".
003230     05  FILLER                  PIC X(14) VALUE SPACES.
003240
003250 01  SE-LINEA-DETALLE.
003260     05  SE-DET-SUCURSAL         PIC X(08).
003270     05  FILLER                  PIC X(02) VALUE SPACES.
003280     05  SE-DET-SEG-GRUPO        OCCURS 4 TIMES.
003290         10  SE-DET-SEGMENTO     PIC Z,ZZZ,ZZ9.
003300         10  FILLER              PIC X(02).
003310     05  FILLER                  PIC X(03) VALUE SPACES.
003320     05  SE-DET-VAL-GRUPO        OCCURS 3 TIMES.
003330         10  SE-DET-VALOR        PIC Z,ZZZ,ZZ9.
003340         10  FILLER              PIC X(02).
003350     05  SE-DET-CLIENTES         PIC Z,ZZZ,ZZ9.
003360     05  FILLER                  PIC X(02) VALUE SPACES.
003370     05  SE-DET-MONTO            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003380     05  FILLER                  PIC X(14) VALUE SPACES.
003390
003400 01  SE-LINEA-RESUMEN.
003410     05  SE-RES-TITULO           PIC X(45).
003420     05  SE-RES-CANTIDAD         PIC ZZ,ZZZ,ZZ9.
003430     05  FILLER                  PIC X(77) VALUE SPACES.
003440******************************************************************
003450 PROCEDURE DIVISION.
003460
003470 0000-MAINLINE.
003480     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003490     PERFORM 2000-PROCESAR-RESUMEN THRU 2000-EXIT
003500         UNTIL SE-FIN-RESUMEN.
003510     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003520     STOP RUN.
003530
003540******************************************************************
003550*INICIALIZAR: toma la fecha de proceso y los cortes en uso, y
003560*abre el resumen de compras y el maestro de clientes.
003570******************************************************************
003580 1000-INICIALIZAR.
003581     ACCEPT SE-HORA-INICIO FROM TIME.
003590     OPEN OUTPUT SEGMENT-REPORT-FILE.
003600     OPEN OUTPUT CAMPAIGN-EXTRACT-FILE.
003610     ACCEPT SE-FECHA-PROCESO FROM DATE YYYYMMDD.
003620     OPEN INPUT PROCESS-DATE-FILE.
003630     IF SE-PROC-STATUS-OK
003640         READ PROCESS-DATE-FILE
003650             AT END
003660                 CONTINUE
003670             NOT AT END
003680                 MOVE PD-FECHA-PROCESO TO SE-FECHA-PROCESO
003690         END-READ
003700         CLOSE PROCESS-DATE-FILE
003710     END-IF.
003720     MOVE SE-FECHA-PROCESO TO SE-FECHA-CALC.
003730     PERFORM 8000-NUMERO-DIA THRU 8000-EXIT.
003740     MOVE SE-ND-DIA TO SE-DIA-PROCESO.
003750     PERFORM 1200-BUSCAR-PARAMETROS THRU 1200-EXIT.
003760     MOVE SE-FECHA-PROCESO TO SE-ENC-FECHA.
003770     MOVE SE-DIAS-ENFRIANDO TO SE-PAR-ENFRIANDO.
003780     MOVE SE-DIAS-DORMIDO TO SE-PAR-DORMIDO.
003790     MOVE SE-DIAS-PERDIDO TO SE-PAR-PERDIDO.
003800     MOVE SE-MONTO-MEDIO TO SE-PAR-MEDIO.
003810     MOVE SE-MONTO-ALTO TO SE-PAR-ALTO.
003820     IF SE-HAY-VIGENTE
003830         MOVE SE-VIG-FECHA TO SE-ORI-FECHA
003840         MOVE SE-ORIGEN-VIGENTE TO SE-PAR-ORIGEN
003850     ELSE
003860         MOVE "VALORES POR DEFECTO" TO SE-PAR-ORIGEN
003870     END-IF.
003880     PERFORM 5000-ENCABEZADO THRU 5000-EXIT.
003890     INITIALIZE SE-TOTALES.
003900     OPEN INPUT CUSTOMER-SUMMARY-FILE.
003910     IF NOT SE-SUM-STATUS-OK
003920         DISPLAY "No se pudo abrir CUSTOMER-SUMMARY-FILE, status "
003930             SE-SUM-STATUS
003940         SET SE-FIN-RESUMEN TO TRUE
003950         MOVE 12 TO RETURN-CODE
003960         GO TO 1000-EXIT
003970     END-IF.
003980     OPEN INPUT CUSTOMER-MASTER.
003990     IF NOT SE-CM-STATUS-OK
004000         DISPLAY "No se pudo abrir CUSTOMER-MASTER, status "
004010             SE-CM-STATUS
004020         CLOSE CUSTOMER-SUMMARY-FILE
004030         SET SE-FIN-RESUMEN TO TRUE
004040         MOVE 12 TO RETURN-CODE
004050         GO TO 1000-EXIT
004060     END-IF.
004070     SET SE-ARCHIVOS-ABIERTOS TO TRUE.
004080     PERFORM 1100-LEER-RESUMEN THRU 1100-EXIT.
004090 1000-EXIT.
004100     EXIT.
004110
004120 1100-LEER-RESUMEN.
004130     READ CUSTOMER-SUMMARY-FILE NEXT RECORD
004140         AT END
004150             SET SE-FIN-RESUMEN TO TRUE
004160     END-READ.
004170 1100-EXIT.
004180     EXIT.
004190
004200******************************************************************
004210*BUSCAR-PARAMETROS: retiene el juego de segmentacion de mayor
004220*fecha de vigencia que no supere la fecha de proceso; sin archivo
004230*o sin juego vigente rigen los valores por defecto.
004240******************************************************************
004250 1200-BUSCAR-PARAMETROS.
004260     MOVE SE-DEF-DIAS-ENFRIANDO TO SE-DIAS-ENFRIANDO.
004270     MOVE SE-DEF-DIAS-DORMIDO TO SE-DIAS-DORMIDO.
004280     MOVE SE-DEF-DIAS-PERDIDO TO SE-DIAS-PERDIDO.
004290     MOVE SE-DEF-MONTO-MEDIO TO SE-MONTO-MEDIO.
004300     MOVE SE-DEF-MONTO-ALTO TO SE-MONTO-ALTO.
004310     OPEN INPUT SEGMENT-PARAMS-FILE.
004320     IF NOT SE-SEG-STATUS-OK
004330         DISPLAY "Sin parametros de segmentacion, rigen los "
004340             "valores por defecto"
004350         GO TO 1200-EXIT
004360     END-IF.
004370     MOVE "N" TO SE-SW-FIN-LECTURA.
004380     MOVE LOW-VALUES TO SG-FECHA-VIGENCIA.
004390     START SEGMENT-PARAMS-FILE
004400         KEY IS NOT LESS THAN SG-FECHA-VIGENCIA
004410         INVALID KEY SET SE-FIN-LECTURA TO TRUE
004420     END-START.
004430     PERFORM 1210-LEER-SEGMENTACION THRU 1210-EXIT
004440         UNTIL SE-FIN-LECTURA.
004450     CLOSE SEGMENT-PARAMS-FILE.
004460 1200-EXIT.
004470     EXIT.
004480
004490 1210-LEER-SEGMENTACION.
004500     READ SEGMENT-PARAMS-FILE NEXT RECORD
004510         AT END
004520             SET SE-FIN-LECTURA TO TRUE
004530     END-READ.
004540     IF SE-FIN-LECTURA
004550         GO TO 1210-EXIT
004560     END-IF.
004570     IF SG-FECHA-VIGENCIA > SE-FECHA-PROCESO
004580         SET SE-FIN-LECTURA TO TRUE
004590         GO TO 1210-EXIT
004600     END-IF.
004610     MOVE SG-FECHA-VIGENCIA TO SE-VIG-FECHA.
004620     MOVE SG-DIAS-ENFRIANDO TO SE-DIAS-ENFRIANDO.
004630     MOVE SG-DIAS-DORMIDO   TO SE-DIAS-DORMIDO.
004640     MOVE SG-DIAS-PERDIDO   TO SE-DIAS-PERDIDO.
004650     MOVE SG-MONTO-MEDIO    TO SE-MONTO-MEDIO.
004660     MOVE SG-MONTO-ALTO     TO SE-MONTO-ALTO.
004670     SET SE-HAY-VIGENTE TO TRUE.
004680 1210-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720*PROCESAR-RESUMEN: descarta a los clientes que nunca compraron,
004730*a los que no estan en el maestro y a los dados de baja; a los
004740*demas los clasifica, los acumula en su sucursal y los graba en
004750*el extracto.
004760******************************************************************
004770 2000-PROCESAR-RESUMEN.
004780     ADD 1 TO SE-CANT-LEIDOS.
004790     IF CS-CANT-VENTAS = ZERO OR CS-FECHA-ULTIMA = ZERO
004800         ADD 1 TO SE-CANT-SIN-COMPRAS
004810         GO TO 2000-LEER
004820     END-IF.
004830     MOVE CS-CLIENTE-ID TO CM-CLIENTE-ID.
004840     READ CUSTOMER-MASTER
004850         INVALID KEY
004860             ADD 1 TO SE-CANT-SIN-MAESTRO
004870             GO TO 2000-LEER
004880     END-READ.
004890     IF NOT CM-ACTIVO
004900         ADD 1 TO SE-CANT-BAJAS
004910         GO TO 2000-LEER
004920     END-IF.
004930     PERFORM 2100-CLASIFICAR THRU 2100-EXIT.
004940     PERFORM 2500-UBICAR-SUCURSAL THRU 2500-EXIT.
004950     PERFORM 2600-ACUMULAR THRU 2600-EXIT.
004960     PERFORM 2700-GRABAR-EXTRACTO THRU 2700-EXIT.
004970 2000-LEER.
004980     PERFORM 1100-LEER-RESUMEN THRU 1100-EXIT.
004990 2000-EXIT.
005000     EXIT.
005010
005020******************************************************************
005030*CLASIFICAR: segmento por los dias corridos desde la ultima
005040*compra hasta la fecha de proceso, y valor por el monto
005050*historico del cliente.
005060******************************************************************
005070 2100-CLASIFICAR.
005080     MOVE CS-FECHA-ULTIMA TO SE-FECHA-CALC.
005090     PERFORM 8000-NUMERO-DIA THRU 8000-EXIT.
005100     COMPUTE SE-DIAS-SIN-COMPRA = SE-DIA-PROCESO - SE-ND-DIA.
005110     IF SE-DIAS-SIN-COMPRA < ZERO
005120         MOVE ZERO TO SE-DIAS-SIN-COMPRA
005130     END-IF.
005140     EVALUATE TRUE
005150         WHEN SE-DIAS-SIN-COMPRA < SE-DIAS-ENFRIANDO
005160             MOVE 1 TO SE-IDX-SEGMENTO
005170         WHEN SE-DIAS-SIN-COMPRA < SE-DIAS-DORMIDO
005180             MOVE 2 TO SE-IDX-SEGMENTO
005190         WHEN SE-DIAS-SIN-COMPRA < SE-DIAS-PERDIDO
005200             MOVE 3 TO SE-IDX-SEGMENTO
005210         WHEN OTHER
005220             MOVE 4 TO SE-IDX-SEGMENTO
005230     END-EVALUATE.
005240     EVALUATE TRUE
005250         WHEN CS-ACUM-TOTAL NOT < SE-MONTO-ALTO
005260             MOVE 1 TO SE-IDX-VALOR
005270         WHEN CS-ACUM-TOTAL NOT < SE-MONTO-MEDIO
005280             MOVE 2 TO SE-IDX-VALOR
005290         WHEN OTHER
005300             MOVE 3 TO SE-IDX-VALOR
005310     END-EVALUATE.
005320     MOVE CS-SUCURSAL-ULTIMA TO SE-SUCURSAL-CLIENTE.
005330 2100-EXIT.
005340     EXIT.
005350
005360******************************************************************
005370*UBICAR-SUCURSAL: busca la sucursal en la tabla y la agrega si
005380*es nueva. Sin lugar en la tabla el cliente se cuenta como
005390*desborde (SE-IDX queda en cero) y solo suma al total.
005400******************************************************************
005410 2500-UBICAR-SUCURSAL.
005420     MOVE ZERO TO SE-IDX.
005430     MOVE 1 TO SE-IDX-J.
005440     PERFORM 2510-COMPARAR-SUCURSAL THRU 2510-EXIT
005450         UNTIL SE-IDX NOT = ZERO
005460            OR SE-IDX-J > SE-CANT-SUCURSALES.
005470     IF SE-IDX NOT = ZERO
005480         GO TO 2500-EXIT
005490     END-IF.
005500     IF SE-CANT-SUCURSALES NOT LESS THAN SE-MAX-SUCURSALES
005510         ADD 1 TO SE-CANT-DESBORDES
005520         GO TO 2500-EXIT
005530     END-IF.
005540     ADD 1 TO SE-CANT-SUCURSALES.
005550     MOVE SE-CANT-SUCURSALES TO SE-IDX.
005560     INITIALIZE SE-ENTRADA-SUCURSAL(SE-IDX).
005570     MOVE SE-SUCURSAL-CLIENTE TO SE-TAB-SUCURSAL(SE-IDX).
005580 2500-EXIT.
005590     EXIT.
005600
005610 2510-COMPARAR-SUCURSAL.
005620     IF SE-TAB-SUCURSAL(SE-IDX-J) = SE-SUCURSAL-CLIENTE
005630         MOVE SE-IDX-J TO SE-IDX
005640     END-IF.
005650     ADD 1 TO SE-IDX-J.
005660 2510-EXIT.
005670     EXIT.
005680
005690 2600-ACUMULAR.
005700     ADD 1 TO SE-CANT-CLASIFICADOS.
005710     ADD 1 TO SE-TOT-SEGMENTO(SE-IDX-SEGMENTO).
005720     ADD 1 TO SE-TOT-VALOR(SE-IDX-VALOR).
005730     ADD 1 TO SE-TOT-CLIENTES.
005740     ADD CS-ACUM-TOTAL TO SE-TOT-MONTO.
005750     IF SE-IDX = ZERO
005760         GO TO 2600-EXIT
005770     END-IF.
005780     ADD 1 TO SE-TAB-SEGMENTO(SE-IDX, SE-IDX-SEGMENTO).
005790     ADD 1 TO SE-TAB-VALOR(SE-IDX, SE-IDX-VALOR).
005800     ADD 1 TO SE-TAB-CLIENTES(SE-IDX).
005810     ADD CS-ACUM-TOTAL TO SE-TAB-MONTO(SE-IDX).
005820 2600-EXIT.
005830     EXIT.
005840
005850 2700-GRABAR-EXTRACTO.
005860     MOVE SPACES TO SE-EXTRACTO-RECORD.
005870     MOVE CS-CLIENTE-ID       TO SE-EX-CLIENTE-ID.
005880     MOVE CM-APELLIDO         TO SE-EX-APELLIDO.
005890     MOVE CM-NOMBRE           TO SE-EX-NOMBRE.
005900     MOVE SE-NOMBRE-SEGMENTO(SE-IDX-SEGMENTO) TO SE-EX-SEGMENTO.
005910     MOVE SE-CODIGO-VALOR(SE-IDX-VALOR) TO SE-EX-VALOR.
005920     MOVE CS-FECHA-ULTIMA     TO SE-EX-FECHA-ULTIMA.
005930     MOVE CS-ACUM-TOTAL       TO SE-EX-ACUM-TOTAL.
005940     MOVE CS-SUCURSAL-ULTIMA  TO SE-EX-SUCURSAL.
005950     WRITE SE-EXTRACTO-RECORD.
005960 2700-EXIT.
005970     EXIT.
005980
005990******************************************************************
006000*ENCABEZADO: titulo, cortes en uso y titulos de columna.
006010******************************************************************
006020 5000-ENCABEZADO.
006030     ADD 1 TO SE-PAGINA.
006040     MOVE ZERO TO SE-LINEAS-PAGINA.
006050     MOVE SE-PAGINA TO SE-ENC-PAGINA.
006060     WRITE SE-LINEA-IMPRESION FROM SE-ENCABEZADO-1.
006070     WRITE SE-LINEA-IMPRESION FROM SE-ENCABEZADO-DIAS.
006080     WRITE SE-LINEA-IMPRESION FROM SE-ENCABEZADO-MONTOS.
006090     MOVE ALL "=" TO SE-LINEA-IMPRESION.
006100     WRITE SE-LINEA-IMPRESION.
006110     WRITE SE-LINEA-IMPRESION FROM SE-ENCABEZADO-2.
006120     WRITE SE-LINEA-IMPRESION FROM SE-ENCABEZADO-3.
006130     MOVE ALL "-" TO SE-LINEA-IMPRESION.
006140     WRITE SE-LINEA-IMPRESION.
006150 5000-EXIT.
006160     EXIT.
006170
006180******************************************************************
006190*ORDENAR: seleccion sobre el codigo de sucursal, como el listado
006200*de autorizaciones.
006210******************************************************************
006220 6000-ORDENAR.
006230     MOVE 1 TO SE-IDX.
006240     PERFORM 6100-PASADA THRU 6100-EXIT
006250         UNTIL SE-IDX NOT LESS THAN SE-CANT-SUCURSALES.
006260 6000-EXIT.
006270     EXIT.
006280
006290 6100-PASADA.
006300     MOVE SE-IDX TO SE-IDX-MEJOR.
006310     COMPUTE SE-IDX-J = SE-IDX + 1.
006320     PERFORM 6200-COMPARAR THRU 6200-EXIT
006330         UNTIL SE-IDX-J > SE-CANT-SUCURSALES.
006340     IF SE-IDX-MEJOR NOT = SE-IDX
006350         MOVE SE-ENTRADA-SUCURSAL(SE-IDX)       TO SE-ENTRADA-AUX
006360         MOVE SE-ENTRADA-SUCURSAL(SE-IDX-MEJOR)
006370             TO SE-ENTRADA-SUCURSAL(SE-IDX)
006380         MOVE SE-ENTRADA-AUX
006390             TO SE-ENTRADA-SUCURSAL(SE-IDX-MEJOR)
006400     END-IF.
006410     ADD 1 TO SE-IDX.
006420 6100-EXIT.
006430     EXIT.
006440
006450 6200-COMPARAR.
006460     MOVE "N" TO SE-SW-ANTES.
006470     IF SE-TAB-SUCURSAL(SE-IDX-J) < SE-TAB-SUCURSAL(SE-IDX-MEJOR)
006480         SET SE-VA-ANTES TO TRUE
006490     END-IF.
006500     IF SE-VA-ANTES
006510         MOVE SE-IDX-J TO SE-IDX-MEJOR
006520     END-IF.
006530     ADD 1 TO SE-IDX-J.
006540 6200-EXIT.
006550     EXIT.
006560
006570 7000-ESCRIBIR-LINEA.
006580     IF SE-LINEAS-PAGINA NOT LESS THAN SE-MAX-LINEAS
006590         PERFORM 5000-ENCABEZADO THRU 5000-EXIT
006600     END-IF.
006610     WRITE SE-LINEA-IMPRESION FROM SE-LINEA-TRABAJO.
006620     ADD 1 TO SE-LINEAS-PAGINA.
006630 7000-EXIT.
006640     EXIT.
006650
006660******************************************************************
006670*NUMERO-DIA: dias corridos de SE-FECHA-CALC (calendario
006680*gregoriano, el anio empieza en marzo para que el 29 de febrero
006690*quede al final). Las divisiones se hacen por pasos sobre campos
006700*enteros para truncar como exige la formula.
006710******************************************************************
006720 8000-NUMERO-DIA.
006730     MOVE SE-FC-MM TO SE-ND-M.
006740     MOVE SE-FC-AAAA TO SE-ND-A.
006750     IF SE-ND-M < 3
006760         ADD 12 TO SE-ND-M
006770         SUBTRACT 1 FROM SE-ND-A
006780     END-IF.
006790     COMPUTE SE-ND-T1 = SE-ND-A / 4.
006800     COMPUTE SE-ND-T2 = SE-ND-A / 100.
006810     COMPUTE SE-ND-T3 = SE-ND-A / 400.
006820     COMPUTE SE-ND-T4 = (153 * (SE-ND-M - 3) + 2) / 5.
006830     COMPUTE SE-ND-DIA = 365 * SE-ND-A + SE-ND-T1 - SE-ND-T2
006840         + SE-ND-T3 + SE-ND-T4 + SE-FC-DD.
006850 8000-EXIT.
006860     EXIT.
006870
006880******************************************************************
006890*FINALIZAR: ordena las sucursales, lista una linea por sucursal,
006900*el total y los contadores, cierra los archivos y deja la corrida
006910*en el control. Un desborde de tabla termina con RETURN-CODE 8.
006920******************************************************************
006930 9000-FINALIZAR.
006940     IF NOT SE-ARCHIVOS-ABIERTOS
006950         GO TO 9000-CERRAR
006960     END-IF.
006970     IF SE-CANT-CLASIFICADOS = ZERO
006980         MOVE "SIN CLIENTES PARA CLASIFICAR" TO SE-LINEA-TRABAJO
006990         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
007000         GO TO 9000-RESUMEN
007010     END-IF.
007020     PERFORM 6000-ORDENAR THRU 6000-EXIT.
007030     MOVE ZERO TO SE-IDX.
007040     PERFORM 9100-LINEA-SUCURSAL THRU 9100-EXIT
007050         SE-CANT-SUCURSALES TIMES.
007060     MOVE ALL "-" TO SE-LINEA-TRABAJO.
007070     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
007080     MOVE SPACES TO SE-LINEA-DETALLE.
007090     MOVE "TOTAL" TO SE-DET-SUCURSAL.
007100     MOVE ZERO TO SE-IDX-COL.
007110     PERFORM 9150-TOTAL-SEGMENTO THRU 9150-EXIT 4 TIMES.
007120     MOVE ZERO TO SE-IDX-COL.
007130     PERFORM 9160-TOTAL-VALOR THRU 9160-EXIT 3 TIMES.
007140     MOVE SE-TOT-CLIENTES TO SE-DET-CLIENTES.
007150     MOVE SE-TOT-MONTO TO SE-DET-MONTO.
007160     MOVE SE-LINEA-DETALLE TO SE-LINEA-TRABAJO.
007170     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
007180 9000-RESUMEN.
007190     MOVE SPACES TO SE-LINEA-TRABAJO.
007200     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
007210     MOVE "RESUMENES DE COMPRAS LEIDOS" TO SE-RES-TITULO.
007220     MOVE SE-CANT-LEIDOS TO SE-RES-CANTIDAD.
007230     PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT.
007240     MOVE "CLIENTES CLASIFICADOS (EXTRACTO DE CAMPANIA)"
007250         TO SE-RES-TITULO.
007260     MOVE SE-CANT-CLASIFICADOS TO SE-RES-CANTIDAD.
007270     PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT.
007280     MOVE "EXCLUIDOS: DADOS DE BAJA" TO SE-RES-TITULO.
007290     MOVE SE-CANT-BAJAS TO SE-RES-CANTIDAD.
007300     PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT.
007310     MOVE "EXCLUIDOS: SIN COMPRAS" TO SE-RES-TITULO.
007320     MOVE SE-CANT-SIN-COMPRAS TO SE-RES-CANTIDAD.
007330     PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT.
007340     MOVE "EXCLUIDOS: NO FIGURAN EN EL MAESTRO" TO SE-RES-TITULO.
007350     MOVE SE-CANT-SIN-MAESTRO TO SE-RES-CANTIDAD.
007360     PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT.
007370     IF SE-CANT-DESBORDES > ZERO
007380         MOVE "ATENCION: CLIENTES FUERA DE LA TABLA SUCURSALES"
007390             TO SE-RES-TITULO
007400         MOVE SE-CANT-DESBORDES TO SE-RES-CANTIDAD
007410         PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT
007420         MOVE 8 TO RETURN-CODE
007430     END-IF.
007440     CLOSE CUSTOMER-SUMMARY-FILE.
007450     CLOSE CUSTOMER-MASTER.
007460 9000-CERRAR.
007470     CLOSE SEGMENT-REPORT-FILE.
007480     CLOSE CAMPAIGN-EXTRACT-FILE.
007490     IF SE-ARCHIVOS-ABIERTOS
007500         PERFORM 9500-GRABAR-RUN-CONTROL THRU 9500-EXIT
007510     END-IF.
007520 9000-EXIT.
007530     EXIT.
007540
007550 9100-LINEA-SUCURSAL.
007560     ADD 1 TO SE-IDX.
007570     MOVE SPACES TO SE-LINEA-DETALLE.
007580     IF SE-TAB-SUCURSAL(SE-IDX) = SPACES
007590         MOVE "S/D" TO SE-DET-SUCURSAL
007600     ELSE
007610         MOVE SE-TAB-SUCURSAL(SE-IDX) TO SE-DET-SUCURSAL
007620     END-IF.
007630     MOVE ZERO TO SE-IDX-COL.
007640     PERFORM 9110-COLUMNA-SEGMENTO THRU 9110-EXIT 4 TIMES.
007650     MOVE ZERO TO SE-IDX-COL.
007660     PERFORM 9120-COLUMNA-VALOR THRU 9120-EXIT 3 TIMES.
007670     MOVE SE-TAB-CLIENTES(SE-IDX) TO SE-DET-CLIENTES.
007680     MOVE SE-TAB-MONTO(SE-IDX) TO SE-DET-MONTO.
007690     MOVE SE-LINEA-DETALLE TO SE-LINEA-TRABAJO.
007700     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
007710 9100-EXIT.
007720     EXIT.
007730
007740 9110-COLUMNA-SEGMENTO.
007750     ADD 1 TO SE-IDX-COL.
007760     MOVE SE-TAB-SEGMENTO(SE-IDX, SE-IDX-COL)
007770         TO SE-DET-SEGMENTO(SE-IDX-COL).
007780 9110-EXIT.
007790     EXIT.
007800
007810 9120-COLUMNA-VALOR.
007820     ADD 1 TO SE-IDX-COL.
007830     MOVE SE-TAB-VALOR(SE-IDX, SE-IDX-COL)
007840         TO SE-DET-VALOR(SE-IDX-COL).
007850 9120-EXIT.
007860     EXIT.
007870
007880 9150-TOTAL-SEGMENTO.
007890     ADD 1 TO SE-IDX-COL.
007900     MOVE SE-TOT-SEGMENTO(SE-IDX-COL)
007910         TO SE-DET-SEGMENTO(SE-IDX-COL).
007920 9150-EXIT.
007930     EXIT.
007940
007950 9160-TOTAL-VALOR.
007960     ADD 1 TO SE-IDX-COL.
007970     MOVE SE-TOT-VALOR(SE-IDX-COL) TO SE-DET-VALOR(SE-IDX-COL).
007980 9160-EXIT.
007990     EXIT.
008000
008010 9200-ESCRIBIR-RESUMEN.
008020     MOVE SE-LINEA-RESUMEN TO SE-LINEA-TRABAJO.
008030     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
008040 9200-EXIT.
008050     EXIT.
008060
008070******************************************************************
008080*GRABAR-RUN-CONTROL: deja constancia de la corrida completa en
008090*RUN-CONTROL-FILE, para el rearranque del proceso nocturno. El
008100*monto es el historico de los clientes clasificados.
008110******************************************************************
008120 9500-GRABAR-RUN-CONTROL.
008130     OPEN EXTEND RUN-CONTROL-FILE.
008140     IF NOT SE-RUN-STATUS-OK
008150         OPEN OUTPUT RUN-CONTROL-FILE
008160     END-IF.
008170     IF NOT SE-RUN-STATUS-OK
008180         DISPLAY "No se pudo grabar RUN-CONTROL-FILE, status "
008190             SE-RUN-STATUS
008200         GO TO 9500-EXIT
008210     END-IF.
008220     INITIALIZE RC-RUN-RECORD.
008230     MOVE "EJER2SEG" TO RC-PROGRAMA.
008240     MOVE SE-FECHA-PROCESO TO RC-FECHA.
008250     ACCEPT RC-HORA FROM TIME.
008251     MOVE SE-HORA-INICIO TO RC-HORA-INICIO.
008260     MOVE SE-CANT-LEIDOS TO RC-LEIDOS.
008270     MOVE SE-CANT-CLASIFICADOS TO RC-PROCESADOS.
008280     MOVE SE-TOT-MONTO TO RC-SUMA-MONTO.
008290     MOVE SE-TOT-MONTO TO RC-TOTAL-GENERAL.
008300     WRITE RC-RUN-RECORD.
008310     CLOSE RUN-CONTROL-FILE.
008320 9500-EXIT.
008330     EXIT.
008340
008350 END PROGRAM Ejercicio2Segmento.
