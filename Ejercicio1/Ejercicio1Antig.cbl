000100******************************************************************
000110*PROGRAMA    : Ejercicio1Antig
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Reporte nocturno de antiguedad de saldos de la
000170*              cuenta corriente de clientes. Recorre el maestro de
000180*              clientes y, para cada uno, sus movimientos en
000190*              CUSTOMER-LEDGER (CTACTE): las ventas a credito son
000200*              cargos; las devoluciones y los recibos de cobranza
000210*              son creditos, que se imputan a los cargos mas
000220*              viejos primero. Lo que queda pendiente de cada
000230*              cargo se clasifica por dias desde la venta hasta
000240*              la fecha de proceso: 0-30, 31-60, 61-90 y mas de
000250*              90. Marca los clientes con deuda de mas de 90 dias,
000260*              los que superan su limite de credito y aquellos
000270*              cuyo saldo del maestro no coincide con el de sus
000280*              movimientos.
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
000360 PROGRAM-ID. Ejercicio1Antig.
000370 AUTHOR. R. FEDIUK.
000380 INSTALLATION. CASA CENTRAL.
000390 DATE-WRITTEN. 2026-10-15.
000400 DATE-COMPILED.
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS CM-CLIENTE-ID
000490         ALTERNATE RECORD KEY IS CM-APELLIDO-NOMBRE
000500             WITH DUPLICATES
000510         FILE STATUS IS AS-CUST-STATUS.
000520     SELECT CUSTOMER-LEDGER ASSIGN TO "CTACTE"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS CC-CLAVE
000560         FILE STATUS IS AS-CC-STATUS.
000570     SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS AS-PROC-STATUS.
000600     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS AS-RUN-STATUS.
000630     SELECT AGING-REPORT-FILE ASSIGN TO "AGERPT"
000640         ORGANIZATION IS SEQUENTIAL.
000650******************************************************************
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  CUSTOMER-MASTER
000690     LABEL RECORDS ARE STANDARD.
000700     COPY CUSTMAST.
000710
000720 FD  CUSTOMER-LEDGER
000730     LABEL RECORDS ARE STANDARD.
000740     COPY CTACTE.
000750
000760 FD  PROCESS-DATE-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY PROCDATE.
000790
000800 FD  RUN-CONTROL-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY RUNCTL.
000830
000840 FD  AGING-REPORT-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  AS-LINEA-IMPRESION          PIC X(132).
000870
000880 WORKING-STORAGE SECTION.
000890 01  AS-SWITCHES.
000900     05  AS-SW-FIN-CLIENTES      PIC X(01) VALUE "N".
000910         88  AS-FIN-CLIENTES            VALUE "S".
000920     05  AS-SW-FIN-MOVIMIENTOS   PIC X(01) VALUE "N".
000930         88  AS-FIN-MOVIMIENTOS         VALUE "S".
000940     05  AS-SW-CUST-ABIERTO      PIC X(01) VALUE "N".
000950         88  AS-MAESTRO-ABIERTO         VALUE "S".
000960     05  AS-SW-CC-ABIERTO        PIC X(01) VALUE "N".
000970         88  AS-CTACTE-ABIERTA          VALUE "S".
000980
000990 01  AS-CUST-STATUS              PIC X(02).
001000     88  AS-CUST-STATUS-OK             VALUE "00".
001010
001020 01  AS-CC-STATUS                PIC X(02).
001030     88  AS-CC-STATUS-OK               VALUE "00".
001040
001050 01  AS-PROC-STATUS              PIC X(02).
001060     88  AS-PROC-STATUS-OK             VALUE "00".
001070
001080 01  AS-RUN-STATUS               PIC X(02).
001090     88  AS-RUN-STATUS-OK              VALUE "00".
001100
001101 01  AS-HORA-INICIO              PIC 9(08) VALUE ZERO.
001110 01  AS-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001120 01  AS-FECHA-EMISION            PIC 9(08) VALUE ZERO.
001130
001140 01  AS-CONSTANTES.
001150     05  AS-MAX-LINEAS           PIC 9(02) VALUE 56.
001160
001170******************************************************************
001180*NUMERO DE DIA: la fecha a convertir se deja en AS-FECHA-CALC y
001190*8000-NUMERO-DIA devuelve en AS-ND-DIA los dias corridos desde
001200*una fecha base fija, para restar dos fechas entre si.
001210******************************************************************
001220 01  AS-FECHA-CALC               PIC 9(08) VALUE ZERO.
001230 01  AS-FECHA-CALC-R REDEFINES AS-FECHA-CALC.
001240     05  AS-FC-AAAA              PIC 9(04).
001250     05  AS-FC-MM                PIC 9(02).
001260     05  AS-FC-DD                PIC 9(02).
001270
001280 01  AS-NUMERO-DIA.
001290     05  AS-ND-A                 PIC 9(04) COMP VALUE ZERO.
001300     05  AS-ND-M                 PIC 9(04) COMP VALUE ZERO.
001310     05  AS-ND-T1                PIC 9(08) COMP VALUE ZERO.
001320     05  AS-ND-T2                PIC 9(08) COMP VALUE ZERO.
001330     05  AS-ND-T3                PIC 9(08) COMP VALUE ZERO.
001340     05  AS-ND-T4                PIC 9(08) COMP VALUE ZERO.
001350     05  AS-ND-DIA               PIC 9(08) COMP VALUE ZERO.
001360     05  AS-DIA-PROCESO          PIC 9(08) COMP VALUE ZERO.
001370     05  AS-DIAS-ATRASO          PIC S9(08) COMP VALUE ZERO.
001380
001390 01  AS-CLIENTE-ACTUAL.
001400     05  AS-CARGOS               PIC 9(10)V9(02) VALUE ZERO.
001410     05  AS-CREDITOS             PIC 9(10)V9(02) VALUE ZERO.
001420     05  AS-DISPONIBLE           PIC 9(10)V9(02) VALUE ZERO.
001430     05  AS-PENDIENTE            PIC 9(10)V9(02) VALUE ZERO.
001440     05  AS-SALDO-MOVIMIENTOS    PIC S9(10)V9(02) VALUE ZERO.
001450     05  AS-TRAMO-30             PIC 9(10)V9(02) VALUE ZERO.
001460     05  AS-TRAMO-60             PIC 9(10)V9(02) VALUE ZERO.
001470     05  AS-TRAMO-90             PIC 9(10)V9(02) VALUE ZERO.
001480     05  AS-TRAMO-MAS-90         PIC 9(10)V9(02) VALUE ZERO.
001490
001500 01  AS-TOTALES.
001510     05  AS-CANT-LEIDOS          PIC 9(08) VALUE ZERO.
001520     05  AS-CANT-LISTADOS        PIC 9(08) VALUE ZERO.
001530     05  AS-CANT-MAS-90          PIC 9(08) VALUE ZERO.
001540     05  AS-CANT-EXCEDIDOS       PIC 9(08) VALUE ZERO.
001550     05  AS-CANT-DIFERENCIAS     PIC 9(08) VALUE ZERO.
001560     05  AS-TOT-LIMITE           PIC 9(10)V9(02) VALUE ZERO.
001570     05  AS-TOT-SALDO            PIC S9(10)V9(02) VALUE ZERO.
001580     05  AS-TOT-TRAMO-30         PIC 9(10)V9(02) VALUE ZERO.
001590     05  AS-TOT-TRAMO-60         PIC 9(10)V9(02) VALUE ZERO.
001600     05  AS-TOT-TRAMO-90         PIC 9(10)V9(02) VALUE ZERO.
001610     05  AS-TOT-TRAMO-MAS-90     PIC 9(10)V9(02) VALUE ZERO.
001620
001630 01  AS-CONTROL-PAGINA.
001640     05  AS-PAGINA               PIC 9(04) VALUE ZERO.
001650     05  AS-LINEAS-PAGINA        PIC 9(02) VALUE ZERO.
001660
001670 01  AS-LINEA-TRABAJO            PIC X(132) VALUE SPACES.
001680
001690 01  AS-ENCABEZADO-1.
001700     05  FILLER                  PIC X(10) VALUE SPACES.
001710     05  FILLER                  PIC X(44) VALUE
001720         "ANTIGUEDAD DE SALDOS DE CUENTA CORRIENTE    ".
001730     05  FILLER                  PIC X(24) VALUE SPACES.
001740     05  FILLER                  PIC X(07) VALUE "FECHA: ".
001750     05  AS-ENC-FECHA            PIC 9999/99/99.
001760     05  FILLER                  PIC X(10) VALUE SPACES.
001770     05  FILLER                  PIC X(08) VALUE "PAGINA: ".
001780     05  AS-ENC-PAGINA           PIC ZZZ9.
001790     05  FILLER                  PIC X(15) VALUE SPACES.
001800
001810 01  AS-ENCABEZADO-2.
001820     05  FILLER                  PIC X(08) VALUE "CLIENTE ".
001830     05  FILLER                  PIC X(26) VALUE
001840         "APELLIDO Y NOMBRE         ".
001850     05  FILLER                  PIC X(13) VALUE
001860         "       LIMITE".
001870     05  FILLER                  PIC X(15) VALUE
001880         "          SALDO".
001890     05  FILLER                  PIC X(14) VALUE
001900         "     0-30 DIAS".
001910     05  FILLER                  PIC X(14) VALUE
001920         "    31-60 DIAS".
001930     05  FILLER                  PIC X(14) VALUE
001940         "    61-90 DIAS".
001950     05  FILLER                  PIC X(14) VALUE
001960         "     MAS DE 90".
001970     05  FILLER                  PIC X(14) VALUE
001980         "  MARCAS      ".
001990
002000 01  AS-LINEA-DETALLE.
002010     05  AS-DET-CLIENTE          PIC 9(06).
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002030     05  AS-DET-NOMBRE           PIC X(25).
002040     05  FILLER                  PIC X(01) VALUE SPACES.
002050     05  AS-DET-LIMITE           PIC ZZ,ZZZ,ZZ9.99.
002060     05  FILLER                  PIC X(01) VALUE SPACES.
002070     05  AS-DET-SALDO            PIC -ZZ,ZZZ,ZZ9.99.
002080     05  FILLER                  PIC X(01) VALUE SPACES.
002090     05  AS-DET-TRAMO-30         PIC ZZ,ZZZ,ZZ9.99.
002100     05  FILLER                  PIC X(01) VALUE SPACES.
002110     05  AS-DET-TRAMO-60         PIC ZZ,ZZZ,ZZ9.99.
002120     05  FILLER                  PIC X(01) VALUE SPACES.
002130     05  AS-DET-TRAMO-90         PIC ZZ,ZZZ,ZZ9.99.
002140     05  FILLER                  PIC X(01) VALUE SPACES.
002150     05  AS-DET-TRAMO-MAS-90     PIC ZZ,ZZZ,ZZ9.99.
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  AS-DET-MARCA-90         PIC X(04).
002180     05  AS-DET-MARCA-LIMITE     PIC X(04).
002190     05  AS-DET-MARCA-DIF        PIC X(04).
002200
002210 01  AS-LINEA-RESUMEN.
002220     05  AS-RES-TITULO           PIC X(45).
002230     05  AS-RES-CANTIDAD         PIC ZZ,ZZZ,ZZ9.
002240     05  FILLER                  PIC X(77) VALUE SPACES.
002250******************************************************************
002260 PROCEDURE DIVISION.
002270
002280 0000-MAINLINE.
002290     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002300     PERFORM 2000-PROCESAR-CLIENTE THRU 2000-EXIT
002310         UNTIL AS-FIN-CLIENTES.
002320     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002330     STOP RUN.
002340
002350******************************************************************
002360*INICIALIZAR: toma la fecha de proceso y su numero de dia, abre el
002370*maestro de clientes y la cuenta corriente. Sin CTACTE (todavia
002380*no hubo ventas a credito) el reporte sale igual, con los saldos
002390*del maestro marcados como diferencia si no son cero.
002400******************************************************************
002410 1000-INICIALIZAR.
002411     ACCEPT AS-HORA-INICIO FROM TIME.
002420     OPEN OUTPUT AGING-REPORT-FILE.
002430     ACCEPT AS-FECHA-EMISION FROM DATE YYYYMMDD.
002440     MOVE AS-FECHA-EMISION TO AS-FECHA-PROCESO.
002450     OPEN INPUT PROCESS-DATE-FILE.
002460     IF AS-PROC-STATUS-OK
002470         READ PROCESS-DATE-FILE
002480             AT END
002490                 CONTINUE
002500             NOT AT END
002510                 MOVE PD-FECHA-PROCESO TO AS-FECHA-PROCESO
002520         END-READ
002530         CLOSE PROCESS-DATE-FILE
002540     END-IF.
002550     MOVE AS-FECHA-PROCESO TO AS-ENC-FECHA.
002560     MOVE AS-FECHA-PROCESO TO AS-FECHA-CALC.
002570     PERFORM 8000-NUMERO-DIA THRU 8000-EXIT.
002580     MOVE AS-ND-DIA TO AS-DIA-PROCESO.
002590     PERFORM 5000-ENCABEZADO THRU 5000-EXIT.
002600     OPEN INPUT CUSTOMER-MASTER.
002610     IF NOT AS-CUST-STATUS-OK
002620         DISPLAY "No se pudo abrir CUSTOMER-MASTER, status "
002630             AS-CUST-STATUS
002640         SET AS-FIN-CLIENTES TO TRUE
002650         MOVE 12 TO RETURN-CODE
002660         GO TO 1000-EXIT
002670     END-IF.
002680     SET AS-MAESTRO-ABIERTO TO TRUE.
002690     OPEN INPUT CUSTOMER-LEDGER.
002700     IF AS-CC-STATUS-OK
002710         SET AS-CTACTE-ABIERTA TO TRUE
002720     ELSE
002730         DISPLAY "Sin cuenta corriente de clientes (status "
002740             AS-CC-STATUS "), se toman solo los saldos del"
002750             " maestro"
002760     END-IF.
002770     PERFORM 1100-LEER-CLIENTE THRU 1100-EXIT.
002780 1000-EXIT.
002790     EXIT.
002800
002810 1100-LEER-CLIENTE.
002820     READ CUSTOMER-MASTER NEXT RECORD
002830         AT END
002840             SET AS-FIN-CLIENTES TO TRUE
002850     END-READ.
002860 1100-EXIT.
002870     EXIT.
002880
002890******************************************************************
002900*PROCESAR-CLIENTE: totaliza los movimientos del cliente, imputa
002910*los creditos a los cargos mas viejos y lista al cliente si tiene
002920*saldo en el maestro o en los movimientos.
002930******************************************************************
002940 2000-PROCESAR-CLIENTE.
002950     ADD 1 TO AS-CANT-LEIDOS.
002960     INITIALIZE AS-CLIENTE-ACTUAL.
002970     IF AS-CTACTE-ABIERTA
002980         PERFORM 2100-TOTALIZAR-MOVIMIENTOS THRU 2100-EXIT
002990         PERFORM 2200-IMPUTAR-CREDITOS THRU 2200-EXIT
003000     END-IF.
003010     COMPUTE AS-SALDO-MOVIMIENTOS = AS-CARGOS - AS-CREDITOS.
003020     IF CM-SALDO-CTACTE NOT = ZERO
003030             OR AS-SALDO-MOVIMIENTOS NOT = ZERO
003040         PERFORM 2500-IMPRIMIR-CLIENTE THRU 2500-EXIT
003050     END-IF.
003060     PERFORM 1100-LEER-CLIENTE THRU 1100-EXIT.
003070 2000-EXIT.
003080     EXIT.
003090
003100******************************************************************
003110*TOTALIZAR-MOVIMIENTOS: primera pasada por los movimientos del
003120*cliente; suma los cargos (ventas) y los creditos (devoluciones
003130*y recibos).
003140******************************************************************
003150 2100-TOTALIZAR-MOVIMIENTOS.
003160     PERFORM 2110-POSICIONAR-CTACTE THRU 2110-EXIT.
003170     PERFORM 2120-SUMAR-MOVIMIENTO THRU 2120-EXIT
003180         UNTIL AS-FIN-MOVIMIENTOS.
003190 2100-EXIT.
003200     EXIT.
003210
003220 2110-POSICIONAR-CTACTE.
003230     MOVE "N" TO AS-SW-FIN-MOVIMIENTOS.
003240     MOVE CM-CLIENTE-ID TO CC-CLIENTE-ID.
003250     MOVE ZERO TO CC-FECHA.
003260     MOVE LOW-VALUE TO CC-TIPO.
003270     MOVE ZERO TO CC-NUMERO.
003280     START CUSTOMER-LEDGER
003290         KEY IS NOT LESS THAN CC-CLAVE
003300         INVALID KEY SET AS-FIN-MOVIMIENTOS TO TRUE
003310     END-START.
003320     IF NOT AS-FIN-MOVIMIENTOS
003330         PERFORM 2130-LEER-MOVIMIENTO THRU 2130-EXIT
003340     END-IF.
003350 2110-EXIT.
003360     EXIT.
003370
003380 2120-SUMAR-MOVIMIENTO.
003390     IF CC-TIPO-VENTA
003400         ADD CC-IMPORTE TO AS-CARGOS
003410     ELSE
003420         ADD CC-IMPORTE TO AS-CREDITOS
003430     END-IF.
003440     PERFORM 2130-LEER-MOVIMIENTO THRU 2130-EXIT.
003450 2120-EXIT.
003460     EXIT.
003470
003480 2130-LEER-MOVIMIENTO.
003490     READ CUSTOMER-LEDGER NEXT RECORD
003500         AT END
003510             SET AS-FIN-MOVIMIENTOS TO TRUE
003520     END-READ.
003530     IF NOT AS-FIN-MOVIMIENTOS
003540             AND CC-CLIENTE-ID NOT = CM-CLIENTE-ID
003550         SET AS-FIN-MOVIMIENTOS TO TRUE
003560     END-IF.
003570 2130-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610*IMPUTAR-CREDITOS: segunda pasada; los movimientos vienen por
003620*fecha, asi que los creditos del cliente se van consumiendo
003630*contra los cargos mas viejos. Lo que no alcanzan a cubrir queda
003640*pendiente y se clasifica por la antiguedad de su cargo.
003650******************************************************************
003660 2200-IMPUTAR-CREDITOS.
003670     MOVE AS-CREDITOS TO AS-DISPONIBLE.
003680     PERFORM 2110-POSICIONAR-CTACTE THRU 2110-EXIT.
003690     PERFORM 2210-IMPUTAR-MOVIMIENTO THRU 2210-EXIT
003700         UNTIL AS-FIN-MOVIMIENTOS.
003710 2200-EXIT.
003720     EXIT.
003730
003740 2210-IMPUTAR-MOVIMIENTO.
003750     IF NOT CC-TIPO-VENTA
003760         GO TO 2210-LEER
003770     END-IF.
003780     IF AS-DISPONIBLE NOT LESS THAN CC-IMPORTE
003790         SUBTRACT CC-IMPORTE FROM AS-DISPONIBLE
003800         GO TO 2210-LEER
003810     END-IF.
003820     COMPUTE AS-PENDIENTE = CC-IMPORTE - AS-DISPONIBLE.
003830     MOVE ZERO TO AS-DISPONIBLE.
003840     PERFORM 2220-CLASIFICAR-PENDIENTE THRU 2220-EXIT.
003850 2210-LEER.
003860     PERFORM 2130-LEER-MOVIMIENTO THRU 2130-EXIT.
003870 2210-EXIT.
003880     EXIT.
003890
003900 2220-CLASIFICAR-PENDIENTE.
003910     MOVE CC-FECHA TO AS-FECHA-CALC.
003920     PERFORM 8000-NUMERO-DIA THRU 8000-EXIT.
003930     COMPUTE AS-DIAS-ATRASO = AS-DIA-PROCESO - AS-ND-DIA.
003940     EVALUATE TRUE
003950         WHEN AS-DIAS-ATRASO NOT > 30
003960             ADD AS-PENDIENTE TO AS-TRAMO-30
003970         WHEN AS-DIAS-ATRASO NOT > 60
003980             ADD AS-PENDIENTE TO AS-TRAMO-60
003990         WHEN AS-DIAS-ATRASO NOT > 90
004000             ADD AS-PENDIENTE TO AS-TRAMO-90
004010         WHEN OTHER
004020             ADD AS-PENDIENTE TO AS-TRAMO-MAS-90
004030     END-EVALUATE.
004040 2220-EXIT.
004050     EXIT.
004060
004070******************************************************************
004080*IMPRIMIR-CLIENTE: emite la linea del cliente con sus marcas y
004090*acumula los totales del reporte. El saldo impreso es el del
004100*maestro; si no coincide con el de los movimientos lleva DIF.
004110******************************************************************
004120 2500-IMPRIMIR-CLIENTE.
004130     MOVE SPACES TO AS-LINEA-DETALLE.
004140     MOVE CM-CLIENTE-ID     TO AS-DET-CLIENTE.
004150     MOVE CM-APELLIDO-NOMBRE TO AS-DET-NOMBRE.
004160     MOVE CM-LIMITE-CREDITO TO AS-DET-LIMITE.
004170     MOVE CM-SALDO-CTACTE   TO AS-DET-SALDO.
004180     MOVE AS-TRAMO-30       TO AS-DET-TRAMO-30.
004190     MOVE AS-TRAMO-60       TO AS-DET-TRAMO-60.
004200     MOVE AS-TRAMO-90       TO AS-DET-TRAMO-90.
004210     MOVE AS-TRAMO-MAS-90   TO AS-DET-TRAMO-MAS-90.
004220     IF AS-TRAMO-MAS-90 > ZERO
004230         MOVE "+90" TO AS-DET-MARCA-90
004240         ADD 1 TO AS-CANT-MAS-90
004250     END-IF.
004260     IF CM-SALDO-CTACTE > CM-LIMITE-CREDITO
004270         MOVE "LIM" TO AS-DET-MARCA-LIMITE
004280         ADD 1 TO AS-CANT-EXCEDIDOS
004290     END-IF.
004300     IF CM-SALDO-CTACTE NOT = AS-SALDO-MOVIMIENTOS
004310         MOVE "DIF" TO AS-DET-MARCA-DIF
004320         ADD 1 TO AS-CANT-DIFERENCIAS
004330     END-IF.
004340     MOVE AS-LINEA-DETALLE TO AS-LINEA-TRABAJO.
004350     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
004360     ADD 1 TO AS-CANT-LISTADOS.
004370     ADD CM-LIMITE-CREDITO TO AS-TOT-LIMITE.
004380     ADD CM-SALDO-CTACTE   TO AS-TOT-SALDO.
004390     ADD AS-TRAMO-30       TO AS-TOT-TRAMO-30.
004400     ADD AS-TRAMO-60       TO AS-TOT-TRAMO-60.
004410     ADD AS-TRAMO-90       TO AS-TOT-TRAMO-90.
004420     ADD AS-TRAMO-MAS-90   TO AS-TOT-TRAMO-MAS-90.
004430 2500-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470*ENCABEZADO: imprime el titulo de pagina y las columnas del
004480*reporte.
004490******************************************************************
004500 5000-ENCABEZADO.
004510     ADD 1 TO AS-PAGINA.
004520     MOVE ZERO TO AS-LINEAS-PAGINA.
004530     MOVE AS-PAGINA TO AS-ENC-PAGINA.
004540     WRITE AS-LINEA-IMPRESION FROM AS-ENCABEZADO-1.
004550     MOVE ALL "=" TO AS-LINEA-IMPRESION.
004560     WRITE AS-LINEA-IMPRESION.
004570     WRITE AS-LINEA-IMPRESION FROM AS-ENCABEZADO-2.
004580     MOVE ALL "-" TO AS-LINEA-IMPRESION.
004590     WRITE AS-LINEA-IMPRESION.
004600 5000-EXIT.
004610     EXIT.
004620
004630 7000-ESCRIBIR-LINEA.
004640     IF AS-LINEAS-PAGINA NOT LESS THAN AS-MAX-LINEAS
004650         PERFORM 5000-ENCABEZADO THRU 5000-EXIT
004660     END-IF.
004670     WRITE AS-LINEA-IMPRESION FROM AS-LINEA-TRABAJO.
004680     ADD 1 TO AS-LINEAS-PAGINA.
004690 7000-EXIT.
004700     EXIT.
004710
004720******************************************************************
004730*NUMERO-DIA: dias corridos de AS-FECHA-CALC (calendario
004740*gregoriano, el anio empieza en marzo para que el 29 de febrero
004750*quede al final). Las divisiones se hacen por pasos sobre campos
004760*enteros para truncar como exige la formula.
004770******************************************************************
004780 8000-NUMERO-DIA.
004790     MOVE AS-FC-MM TO AS-ND-M.
004800     MOVE AS-FC-AAAA TO AS-ND-A.
004810     IF AS-ND-M < 3
004820         ADD 12 TO AS-ND-M
004830         SUBTRACT 1 FROM AS-ND-A
004840     END-IF.
004850     COMPUTE AS-ND-T1 = AS-ND-A / 4.
004860     COMPUTE AS-ND-T2 = AS-ND-A / 100.
004870     COMPUTE AS-ND-T3 = AS-ND-A / 400.
004880     COMPUTE AS-ND-T4 = (153 * (AS-ND-M - 3) + 2) / 5.
004890     COMPUTE AS-ND-DIA = 365 * AS-ND-A + AS-ND-T1 - AS-ND-T2
004900         + AS-ND-T3 + AS-ND-T4 + AS-FC-DD.
004910 8000-EXIT.
004920     EXIT.
004930
004940******************************************************************
004950*FINALIZAR: emite los totales por tramo, el resumen de marcas y
004960*cierra los archivos.
004970******************************************************************
004980 9000-FINALIZAR.
004990     IF NOT AS-MAESTRO-ABIERTO
005000         GO TO 9000-CERRAR
005010     END-IF.
005020     IF AS-CANT-LISTADOS = ZERO
005030         MOVE "SIN SALDOS PENDIENTES EN CUENTA CORRIENTE"
005040             TO AS-LINEA-TRABAJO
005050         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
005060         GO TO 9000-CERRAR
005070     END-IF.
005080     MOVE ALL "-" TO AS-LINEA-TRABAJO.
005090     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
005100     MOVE SPACES TO AS-LINEA-DETALLE.
005110     MOVE "TOTAL GENERAL" TO AS-DET-NOMBRE.
005120     MOVE AS-TOT-LIMITE       TO AS-DET-LIMITE.
005130     MOVE AS-TOT-SALDO        TO AS-DET-SALDO.
005140     MOVE AS-TOT-TRAMO-30     TO AS-DET-TRAMO-30.
005150     MOVE AS-TOT-TRAMO-60     TO AS-DET-TRAMO-60.
005160     MOVE AS-TOT-TRAMO-90     TO AS-DET-TRAMO-90.
005170     MOVE AS-TOT-TRAMO-MAS-90 TO AS-DET-TRAMO-MAS-90.
005180     MOVE AS-LINEA-DETALLE TO AS-LINEA-TRABAJO.
005190     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
005200     MOVE SPACES TO AS-LINEA-TRABAJO.
005210     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
005220     MOVE "CLIENTES CON SALDO LISTADOS" TO AS-RES-TITULO.
005230     MOVE AS-CANT-LISTADOS TO AS-RES-CANTIDAD.
005240     PERFORM 9100-ESCRIBIR-RESUMEN THRU 9100-EXIT.
005250     MOVE "+90 : CLIENTES CON DEUDA DE MAS DE 90 DIAS"
005260         TO AS-RES-TITULO.
005270     MOVE AS-CANT-MAS-90 TO AS-RES-CANTIDAD.
005280     PERFORM 9100-ESCRIBIR-RESUMEN THRU 9100-EXIT.
005290     MOVE "LIM : CLIENTES QUE SUPERAN SU LIMITE" TO AS-RES-TITULO.
005300     MOVE AS-CANT-EXCEDIDOS TO AS-RES-CANTIDAD.
005310     PERFORM 9100-ESCRIBIR-RESUMEN THRU 9100-EXIT.
005320     MOVE "DIF : SALDO DEL MAESTRO DISTINTO DE CTACTE"
005330         TO AS-RES-TITULO.
005340     MOVE AS-CANT-DIFERENCIAS TO AS-RES-CANTIDAD.
005350     PERFORM 9100-ESCRIBIR-RESUMEN THRU 9100-EXIT.
005360     IF AS-CANT-DIFERENCIAS > ZERO
005370         DISPLAY "** Clientes con saldo distinto de la cuenta "
005380             "corriente: " AS-CANT-DIFERENCIAS " **"
005390         MOVE 4 TO RETURN-CODE
005400     END-IF.
005410 9000-CERRAR.
005420     IF AS-MAESTRO-ABIERTO
005430         CLOSE CUSTOMER-MASTER
005440     END-IF.
005450     IF AS-CTACTE-ABIERTA
005460         CLOSE CUSTOMER-LEDGER
005470     END-IF.
005480     CLOSE AGING-REPORT-FILE.
005490     IF AS-MAESTRO-ABIERTO
005500         PERFORM 9500-GRABAR-RUN-CONTROL THRU 9500-EXIT
005510     END-IF.
005520 9000-EXIT.
005530     EXIT.
005540
005550 9100-ESCRIBIR-RESUMEN.
005560     MOVE AS-LINEA-RESUMEN TO AS-LINEA-TRABAJO.
005570     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
005580 9100-EXIT.
005590     EXIT.
005600
005610******************************************************************
005620*GRABAR-RUN-CONTROL: deja constancia de la corrida completa en
005630*RUN-CONTROL-FILE, para el rearranque del proceso nocturno. Los
005640*clientes con diferencia de saldo van como rechazados.
005650******************************************************************
005660 9500-GRABAR-RUN-CONTROL.
005670     OPEN EXTEND RUN-CONTROL-FILE.
005680     IF NOT AS-RUN-STATUS-OK
005690         OPEN OUTPUT RUN-CONTROL-FILE
005700     END-IF.
005710     IF NOT AS-RUN-STATUS-OK
005720         DISPLAY "No se pudo grabar RUN-CONTROL-FILE, status "
005730             AS-RUN-STATUS
005740         GO TO 9500-EXIT
005750     END-IF.
005760     INITIALIZE RC-RUN-RECORD.
005770     MOVE "EJER1ANT" TO RC-PROGRAMA.
005780     MOVE AS-FECHA-PROCESO TO RC-FECHA.
005790     ACCEPT RC-HORA FROM TIME.
005791     MOVE AS-HORA-INICIO TO RC-HORA-INICIO.
005800     MOVE AS-CANT-LEIDOS TO RC-LEIDOS.
005810     MOVE AS-CANT-LISTADOS TO RC-PROCESADOS.
005820     MOVE AS-CANT-DIFERENCIAS TO RC-RECHAZADOS.
005830     MOVE AS-TOT-SALDO TO RC-TOTAL-GENERAL.
005840     WRITE RC-RUN-RECORD.
005850     CLOSE RUN-CONTROL-FILE.
005860 9500-EXIT.
005870     EXIT.
005880
005890 END PROGRAM Ejercicio1Antig.
