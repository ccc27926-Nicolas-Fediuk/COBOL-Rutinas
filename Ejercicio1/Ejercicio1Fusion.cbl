000400*                   archivo, la de maquina), para que el
000410*                   rearranque del proceso nocturno sepa que el
000420*                   tramo ya corrio en la fecha de proceso.
000421*2026-10-15  RF     Los registros de sucursal se amplian a 51
000422*                   bytes (ST-CANT-ITEMS). Fusiona tambien los
000423*                   renglones de articulo de cada sucursal
000424*                   (SALESIT1, SALESIT2 y SALESIT3) en SALESITT,
000425*                   en el mismo orden que los tickets, para que el
000426*                   cierre los lea en fase con SALESTRN.
000427*2026-10-15  RF     Los registros de sucursal se amplian a 59
000428*                   bytes (ST-CUPON-SERIE).
000429*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
000430*                   paso (RC-HORA-INICIO) para el historial
000431*                   de tiempos de la noche.
000432******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. Ejercicio1Fusion.
000460 AUTHOR. R. FEDIUK.
000690     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS FU-RUN-STATUS.
000711     SELECT BRANCH-1-ITEM-FILE ASSIGN TO "SALESIT1"
000712         ORGANIZATION IS SEQUENTIAL
000713         FILE STATUS IS FU-IT1-STATUS.
000714     SELECT BRANCH-2-ITEM-FILE ASSIGN TO "SALESIT2"
000715         ORGANIZATION IS SEQUENTIAL
000716         FILE STATUS IS FU-IT2-STATUS.
000717     SELECT BRANCH-3-ITEM-FILE ASSIGN TO "SALESIT3"
000718         ORGANIZATION IS SEQUENTIAL
000719         FILE STATUS IS FU-IT3-STATUS.
000720     SELECT SALES-ITEM-TRANS-FILE ASSIGN TO "SALESITT"
000721         ORGANIZATION IS SEQUENTIAL
000722         FILE STATUS IS FU-ITT-STATUS.
000723******************************************************************
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  BRANCH-1-TRANS-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  B1-TRANS-RECORD             PIC X(59).
000780
000790 FD  BRANCH-2-TRANS-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  B2-TRANS-RECORD             PIC X(59).
000820
000830 FD  BRANCH-3-TRANS-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  B3-TRANS-RECORD             PIC X(59).
000860
000870 FD  SALES-TRANS-FILE
000880     LABEL RECORDS ARE STANDARD.
000950 FD  RUN-CONTROL-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY RUNCTL.
000971 FD  BRANCH-1-ITEM-FILE
000972     LABEL RECORDS ARE STANDARD.
000973 01  R1-ITEM-RECORD              PIC X(40).
000974
000975 FD  BRANCH-2-ITEM-FILE
000976     LABEL RECORDS ARE STANDARD.
000977 01  R2-ITEM-RECORD              PIC X(40).
000978
000979 FD  BRANCH-3-ITEM-FILE
000980     LABEL RECORDS ARE STANDARD.
000981 01  R3-ITEM-RECORD              PIC X(40).
000982
000983 FD  SALES-ITEM-TRANS-FILE
000984     LABEL RECORDS ARE STANDARD.
000985     COPY SALESITT.
000986
000990 WORKING-STORAGE SECTION.
001000 01  FU-SWITCHES.
001010     05  FU-SW-FIN-ARCHIVO       PIC X(01) VALUE "N".
001020         88  FU-FIN-ARCHIVO             VALUE "S".
001030     05  FU-SW-SALIDA-ABIERTA    PIC X(01) VALUE "N".
001040         88  FU-SALIDA-ABIERTA          VALUE "S".
001041     05  FU-SW-FIN-RENGLONES     PIC X(01) VALUE "N".
001042         88  FU-FIN-RENGLONES           VALUE "S".
001043     05  FU-SW-RENG-ABIERTO      PIC X(01) VALUE "N".
001044         88  FU-RENGLONES-ABIERTOS      VALUE "S".
001050
001060 01  FU-TR1-STATUS               PIC X(02).
001070     88  FU-TR1-STATUS-OK              VALUE "00".
001200
001210 01  FU-RUN-STATUS               PIC X(02).
001220     88  FU-RUN-STATUS-OK              VALUE "00".
001221 01  FU-IT1-STATUS               PIC X(02).
001222     88  FU-IT1-STATUS-OK              VALUE "00".
001223
001224 01  FU-IT2-STATUS               PIC X(02).
001225     88  FU-IT2-STATUS-OK              VALUE "00".
001226
001227 01  FU-IT3-STATUS               PIC X(02).
001228     88  FU-IT3-STATUS-OK              VALUE "00".
001229
001230 01  FU-ITT-STATUS               PIC X(02).
001231     88  FU-ITT-STATUS-OK              VALUE "00".
001232
001233 01  FU-HORA-INICIO              PIC 9(08) VALUE ZERO.
001240 01  FU-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001250
001260 01  FU-SUCURSAL-ACTUAL          PIC X(03) VALUE SPACES.
001310     05  FU-CANT-SUC3            PIC 9(06) VALUE ZERO.
001320     05  FU-CANT-GRABADAS        PIC 9(06) VALUE ZERO.
001330     05  FU-CANT-SIN-SUCURSAL    PIC 9(06) VALUE ZERO.
001331     05  FU-CANT-RENGLONES       PIC 9(06) VALUE ZERO.
001340******************************************************************
001350 PROCEDURE DIVISION.
001360
001370 0000-MAINLINE.
001380     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001390     IF FU-SALIDA-ABIERTA AND FU-RENGLONES-ABIERTOS
001400         PERFORM 2000-FUSIONAR-SUC1 THRU 2000-EXIT
001410         PERFORM 3000-FUSIONAR-SUC2 THRU 3000-EXIT
001420         PERFORM 4000-FUSIONAR-SUC3 THRU 4000-EXIT
001480*INICIALIZAR: abre el archivo fusionado de salida.
001490******************************************************************
001500 1000-INICIALIZAR.
001501     ACCEPT FU-HORA-INICIO FROM TIME.
001510     ACCEPT FU-FECHA-PROCESO FROM DATE YYYYMMDD.
001520     OPEN INPUT PROCESS-DATE-FILE.
001530     IF FU-PROC-STATUS-OK
001670         GO TO 1000-EXIT
001680     END-IF.
001690     SET FU-SALIDA-ABIERTA TO TRUE.
001691     OPEN OUTPUT SALES-ITEM-TRANS-FILE.
001692     IF NOT FU-ITT-STATUS-OK
001693         DISPLAY "No se pudo abrir SALESITT, status "
001694             FU-ITT-STATUS
001695         MOVE 12 TO RETURN-CODE
001696         GO TO 1000-EXIT
001697     END-IF.
001698     SET FU-RENGLONES-ABIERTOS TO TRUE.
001700 1000-EXIT.
001710     EXIT.
001720
001730******************************************************************
001740*FUSIONAR-SUC1/2/3: copian las transacciones de cada sucursal
001750*al archivo fusionado; la sucursal ausente se informa y sigue.
001751*Despues de los tickets de la sucursal se copian sus renglones de
001752*articulo, para que ambos archivos fusionados queden en fase.
001760******************************************************************
001770 2000-FUSIONAR-SUC1.
001780     OPEN INPUT BRANCH-1-TRANS-FILE.
001870     PERFORM 2200-COPIAR-SUC1 THRU 2200-EXIT
001880         UNTIL FU-FIN-ARCHIVO.
001890     CLOSE BRANCH-1-TRANS-FILE.
001891     PERFORM 2300-FUSIONAR-REN1 THRU 2300-EXIT.
001900 2000-EXIT.
001910     EXIT.
001920
002050     PERFORM 2100-LEER-SUC1 THRU 2100-EXIT.
002060 2200-EXIT.
002070     EXIT.
002071
002072 2300-FUSIONAR-REN1.
002073     OPEN INPUT BRANCH-1-ITEM-FILE.
002074     IF NOT FU-IT1-STATUS-OK
002075         DISPLAY "Sin renglones de sucursal 001 (status "
002076             FU-IT1-STATUS ")"
002077         GO TO 2300-EXIT
002078     END-IF.
002079     MOVE "N" TO FU-SW-FIN-RENGLONES.
002080     PERFORM 2400-LEER-REN1 THRU 2400-EXIT.
002081     PERFORM 2500-COPIAR-REN1 THRU 2500-EXIT
002082         UNTIL FU-FIN-RENGLONES.
002083     CLOSE BRANCH-1-ITEM-FILE.
002084 2300-EXIT.
002085     EXIT.
002086
002087 2400-LEER-REN1.
002088     READ BRANCH-1-ITEM-FILE
002089         AT END
002090             SET FU-FIN-RENGLONES TO TRUE
002091     END-READ.
002092 2400-EXIT.
002093     EXIT.
002094
002095 2500-COPIAR-REN1.
002096     MOVE R1-ITEM-RECORD TO IT-ITEM-RECORD.
002097     WRITE IT-ITEM-RECORD.
002098     ADD 1 TO FU-CANT-RENGLONES.
002099     PERFORM 2400-LEER-REN1 THRU 2400-EXIT.
002100 2500-EXIT.
002101     EXIT.
002102
002103 3000-FUSIONAR-SUC2.
002104     OPEN INPUT BRANCH-2-TRANS-FILE.
002110     IF NOT FU-TR2-STATUS-OK
002120         DISPLAY "Sin archivo de sucursal 002 (status "
002130             FU-TR2-STATUS ")"
002190     PERFORM 3200-COPIAR-SUC2 THRU 3200-EXIT
002200         UNTIL FU-FIN-ARCHIVO.
002210     CLOSE BRANCH-2-TRANS-FILE.
002211     PERFORM 3300-FUSIONAR-REN2 THRU 3300-EXIT.
002220 3000-EXIT.
002230     EXIT.
002240
002370     PERFORM 3100-LEER-SUC2 THRU 3100-EXIT.
002380 3200-EXIT.
002390     EXIT.
002391
002392 3300-FUSIONAR-REN2.
002393     OPEN INPUT BRANCH-2-ITEM-FILE.
002394     IF NOT FU-IT2-STATUS-OK
002395         DISPLAY "Sin renglones de sucursal 002 (status "
002396             FU-IT2-STATUS ")"
002397         GO TO 3300-EXIT
002398     END-IF.
002399     MOVE "N" TO FU-SW-FIN-RENGLONES.
002400     PERFORM 3400-LEER-REN2 THRU 3400-EXIT.
002401     PERFORM 3500-COPIAR-REN2 THRU 3500-EXIT
002402         UNTIL FU-FIN-RENGLONES.
002403     CLOSE BRANCH-2-ITEM-FILE.
002404 3300-EXIT.
002405     EXIT.
002406
002407 3400-LEER-REN2.
002408     READ BRANCH-2-ITEM-FILE
002409         AT END
002410             SET FU-FIN-RENGLONES TO TRUE
002411     END-READ.
002412 3400-EXIT.
002413     EXIT.
002414
002415 3500-COPIAR-REN2.
002416     MOVE R2-ITEM-RECORD TO IT-ITEM-RECORD.
002417     WRITE IT-ITEM-RECORD.
002418     ADD 1 TO FU-CANT-RENGLONES.
002419     PERFORM 3400-LEER-REN2 THRU 3400-EXIT.
002420 3500-EXIT.
002421     EXIT.
002422
002423 4000-FUSIONAR-SUC3.
002424     OPEN INPUT BRANCH-3-TRANS-FILE.
002430     IF NOT FU-TR3-STATUS-OK
002440         DISPLAY "Sin archivo de sucursal 003 (status "
002450             FU-TR3-STATUS ")"
002510     PERFORM 4200-COPIAR-SUC3 THRU 4200-EXIT
002520         UNTIL FU-FIN-ARCHIVO.
002530     CLOSE BRANCH-3-TRANS-FILE.
002531     PERFORM 4300-FUSIONAR-REN3 THRU 4300-EXIT.
002540 4000-EXIT.
002550     EXIT.
002560
002690     PERFORM 4100-LEER-SUC3 THRU 4100-EXIT.
002700 4200-EXIT.
002710     EXIT.
002711
002712 4300-FUSIONAR-REN3.
002713     OPEN INPUT BRANCH-3-ITEM-FILE.
002714     IF NOT FU-IT3-STATUS-OK
002715         DISPLAY "Sin renglones de sucursal 003 (status "
002716             FU-IT3-STATUS ")"
002717         GO TO 4300-EXIT
002718     END-IF.
002719     MOVE "N" TO FU-SW-FIN-RENGLONES.
002720     PERFORM 4400-LEER-REN3 THRU 4400-EXIT.
002721     PERFORM 4500-COPIAR-REN3 THRU 4500-EXIT
002722         UNTIL FU-FIN-RENGLONES.
002723     CLOSE BRANCH-3-ITEM-FILE.
002724 4300-EXIT.
002725     EXIT.
002726
002727 4400-LEER-REN3.
002728     READ BRANCH-3-ITEM-FILE
002729         AT END
002730             SET FU-FIN-RENGLONES TO TRUE
002731     END-READ.
002732 4400-EXIT.
002733     EXIT.
002734
002735 4500-COPIAR-REN3.
002736     MOVE R3-ITEM-RECORD TO IT-ITEM-RECORD.
002737     WRITE IT-ITEM-RECORD.
002738     ADD 1 TO FU-CANT-RENGLONES.
002739     PERFORM 4400-LEER-REN3 THRU 4400-EXIT.
002740 4500-EXIT.
002741     EXIT.
002742
002743******************************************************************
002744*GRABAR-TRANSACCION: completa la sucursal faltante con la del
002750*archivo en curso (con aviso) y graba en el archivo fusionado.
002760******************************************************************
002770 5000-GRABAR-TRANSACCION.
002950     DISPLAY "Transacciones sucursal 002: " FU-CANT-SUC2.
002960     DISPLAY "Transacciones sucursal 003: " FU-CANT-SUC3.
002970     DISPLAY "Transacciones fusionadas..: " FU-CANT-GRABADAS.
002971     DISPLAY "Renglones de articulo.....: " FU-CANT-RENGLONES.
002980     IF FU-CANT-SIN-SUCURSAL > ZERO
002990         DISPLAY "Transacciones sin sucursal: "
003000             FU-CANT-SIN-SUCURSAL
003010     END-IF.
003020     IF FU-SALIDA-ABIERTA
003030         CLOSE SALES-TRANS-FILE
003031     END-IF.
003032     IF FU-RENGLONES-ABIERTOS
003033         CLOSE SALES-ITEM-TRANS-FILE
003034     END-IF.
003035     IF FU-SALIDA-ABIERTA AND FU-RENGLONES-ABIERTOS
003040         PERFORM 9500-GRABAR-RUN-CONTROL THRU 9500-EXIT
003050     END-IF.
003060     DISPLAY "Fin de la fusion de sucursales".
003250     MOVE "EJER1FUS" TO RC-PROGRAMA.
003260     MOVE FU-FECHA-PROCESO TO RC-FECHA.
003270     ACCEPT RC-HORA FROM TIME.
003271     MOVE FU-HORA-INICIO TO RC-HORA-INICIO.
003280     MOVE FU-CANT-GRABADAS TO RC-LEIDOS.
003290     MOVE FU-CANT-GRABADAS TO RC-PROCESADOS.
003300     WRITE RC-RUN-RECORD.
