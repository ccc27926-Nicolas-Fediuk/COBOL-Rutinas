000362*2026-09-02  RF     La columna de nombre se amplia al ancho
000364*                   completo del maestro (25), que salia
000366*                   truncado a 20.
000367*2026-10-15  RF     Las ventas a cuenta corriente (medio C) y sus
000368*                   devoluciones quedan fuera del efectivo del
000369*                   cajon, igual que la tarjeta.
000370*2026-10-15  RF     Cada cajon queda ademas en el historial de
000371*                   diferencias DRAWER-DIFF-FILE (ARQDIF), del
000372*                   que la comision mensual de cajeros toma los
000373*                   faltantes fuera de tolerancia.
000374*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
000375*                   paso (RC-HORA-INICIO) para el historial
000376*                   de tiempos de la noche.
000377******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. Ejercicio1Arqueo.
000400 AUTHOR. R. FEDIUK.
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS MC-CAJERO
000630         FILE STATUS IS AQ-CAJM-STATUS.
000631     SELECT DRAWER-DIFF-FILE ASSIGN TO "ARQDIF"
000632         ORGANIZATION IS INDEXED
000633         ACCESS MODE IS DYNAMIC
000634         RECORD KEY IS AD-CLAVE
000635         FILE STATUS IS AQ-DIF-STATUS.
000640     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS AQ-RUN-STATUS.
000900     LABEL RECORDS ARE STANDARD.
000910     COPY CAJMAST.
000920
000921 FD  DRAWER-DIFF-FILE
000922     LABEL RECORDS ARE STANDARD.
000923     COPY ARQDIF.
000924
000930 FD  RUN-CONTROL-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY RUNCTL.
001140         88  AQ-ARQUEO-ABIERTO          VALUE "S".
001150     05  AQ-SW-CAJM-ABIERTO      PIC X(01) VALUE "N".
001160         88  AQ-CAJMAST-ABIERTO         VALUE "S".
001161     05  AQ-SW-DIF-ABIERTO       PIC X(01) VALUE "N".
001162         88  AQ-DIF-ABIERTO             VALUE "S".
001170
001180 01  AQ-HIST-STATUS              PIC X(02).
001190     88  AQ-HIST-STATUS-OK             VALUE "00".
001270 01  AQ-CAJM-STATUS              PIC X(02).
001280     88  AQ-CAJM-STATUS-OK             VALUE "00".
001290
001291 01  AQ-DIF-STATUS               PIC X(02).
001292     88  AQ-DIF-STATUS-OK              VALUE "00".
001293     88  AQ-DIF-NO-EXISTE              VALUE "35".
001294
001300 01  AQ-RUN-STATUS               PIC X(02).
001310     88  AQ-RUN-STATUS-OK              VALUE "00".
001320
001350     05  AQ-TOLERANCIA           PIC 9(04)V9(02) VALUE 50.00.
001360     05  AQ-MAX-LINEAS           PIC 9(02) VALUE 56.
001370
001371 01  AQ-HORA-INICIO              PIC 9(08) VALUE ZERO.
001380 01  AQ-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001390
001400 01  AQ-TABLA-CAJONES.
002310*archivo de arqueos, el maestro de cajeros y el reporte.
002320******************************************************************
002330 1000-INICIALIZAR.
002331     ACCEPT AQ-HORA-INICIO FROM TIME.
002340     ACCEPT AQ-FECHA-PROCESO FROM DATE YYYYMMDD.
002350     OPEN INPUT PROCESS-DATE-FILE.
002360     IF AQ-PROC-STATUS-OK
002520         DISPLAY "Sin maestro de cajeros (status "
002530             AQ-CAJM-STATUS "), el arqueo sale sin nombres"
002540     END-IF.
002541     OPEN I-O DRAWER-DIFF-FILE.
002542     IF AQ-DIF-NO-EXISTE
002543         OPEN OUTPUT DRAWER-DIFF-FILE
002544         CLOSE DRAWER-DIFF-FILE
002545         OPEN I-O DRAWER-DIFF-FILE
002546     END-IF.
002547     IF AQ-DIF-STATUS-OK
002548         SET AQ-DIF-ABIERTO TO TRUE
002549     ELSE
002550         DISPLAY "No se pudo abrir DRAWER-DIFF-FILE (status "
002551             AQ-DIF-STATUS "), las diferencias no quedan en el "
002552             "historial"
002553     END-IF.
002554     OPEN INPUT SALES-HISTORY-INDEX.
002560     IF NOT AQ-HIST-STATUS-OK
002570         DISPLAY "No se pudo abrir SALES-HISTORY-INDEX, status "
002580             AQ-HIST-STATUS
003090******************************************************************
003100*PROCESAR-HISTORIA: arma el efectivo de sistema por cajon; las
003110*ventas en efectivo suman y las devoluciones en efectivo
003120*restan; la tarjeta y la cuenta corriente no pasan por el sobre.
003130******************************************************************
003140 2000-PROCESAR-HISTORIA.
003150     IF SI-FECHA NOT = AQ-FECHA-PROCESO
003160             OR SI-PAGO-TARJETA
003161             OR SI-PAGO-CREDITO
003170         GO TO 2000-LEER
003180     END-IF.
003190     MOVE SI-CAJERO TO AQ-CAJERO-BUSCADO.
004710     IF AQ-CAJMAST-ABIERTO
004720         CLOSE CASHIER-MASTER
004730     END-IF.
004731     IF AQ-DIF-ABIERTO
004732         CLOSE DRAWER-DIFF-FILE
004733     END-IF.
004740     CLOSE COUNT-REPORT-FILE.
004750     IF AQ-HIST-ABIERTA
004760         PERFORM 9500-GRABAR-RUN-CONTROL THRU 9500-EXIT
005120     END-EVALUATE.
005130     MOVE AQ-LINEA-DETALLE TO AQ-LINEA-TRABAJO.
005140     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
005141     IF AQ-DIF-ABIERTO
005142         PERFORM 9150-GRABAR-DIFERENCIA THRU 9150-EXIT
005143     END-IF.
005150 9100-EXIT.
005160     EXIT.
005161
005162******************************************************************
005163*GRABAR-DIFERENCIA: deja el cajon en el historial de diferencias;
005164*si el dia ya tenia el cajon (rearranque del arqueo) lo
005165*reemplaza.
005166******************************************************************
005167 9150-GRABAR-DIFERENCIA.
005168     MOVE SPACES TO AD-DIFERENCIA-RECORD.
005169     MOVE AQ-FECHA-PROCESO TO AD-FECHA.
005170     MOVE AQ-TAB-CAJERO(AQ-IDX) TO AD-CAJERO.
005171     MOVE AQ-TAB-SUC(AQ-IDX) TO AD-SUCURSAL.
005172     MOVE AQ-TAB-SISTEMA(AQ-IDX) TO AD-SISTEMA.
005173     MOVE AQ-TAB-CONTADO(AQ-IDX) TO AD-CONTADO.
005174     MOVE AQ-DIFERENCIA TO AD-DIFERENCIA.
005175     MOVE AQ-TAB-ORIGEN(AQ-IDX) TO AD-ORIGEN.
005176     MOVE "N" TO AD-SW-TOLERANCIA.
005177     IF AD-CRUZADO
005178             AND AQ-DIF-ABSOLUTA > AQ-TOLERANCIA
005179         SET AD-FUERA-TOLERANCIA TO TRUE
005180     END-IF.
005181     WRITE AD-DIFERENCIA-RECORD
005182         INVALID KEY
005183             REWRITE AD-DIFERENCIA-RECORD
005184     END-WRITE.
005185     IF NOT AQ-DIF-STATUS-OK
005186         DISPLAY "No se pudo grabar la diferencia de "
005187             AD-CAJERO " (status " AQ-DIF-STATUS ")"
005188     END-IF.
005189 9150-EXIT.
005190     EXIT.
005191
005192******************************************************************
005193*BUSCAR-NOMBRE: toma el nombre del cajero del maestro.
005200******************************************************************
005210 9120-BUSCAR-NOMBRE.
005220     MOVE SPACES TO AQ-DET-NOMBRE.
005510     MOVE "EJER1ARQ" TO RC-PROGRAMA.
005520     MOVE AQ-FECHA-PROCESO TO RC-FECHA.
005530     ACCEPT RC-HORA FROM TIME.
005531     MOVE AQ-HORA-INICIO TO RC-HORA-INICIO.
005540     MOVE AQ-CANT-ARQUEOS TO RC-LEIDOS.
005550     MOVE AQ-CANT-ARQUEOS TO RC-PROCESADOS.
005560     MOVE AQ-CANT-FUERA-TOL TO RC-RECHAZADOS.
