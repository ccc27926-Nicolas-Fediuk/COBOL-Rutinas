001030*                   rechazados se graban en REJECTED-LOTS-FILE
001040*                   para el turno de remedicion, que busca las
001050*                   piezas a rehacer en MEASEXC por lote.
001051*2026-10-15  RF     Especificacion por tipo de pieza: la medicion
001052*                   trae el tipo de pieza y cada pieza se controla
001053*                   contra PIECE-SPEC-MASTER (nominal por lado,
001054*                   tolerancia y forma esperada). Las piezas fuera
001055*                   de tolerancia, con forma distinta de la
001056*                   especificada o de un tipo sin especificacion
001057*                   vigente se rechazan a MEASEXC con su propio
001058*                   motivo y cuentan como rechazadas en la
001059*                   aceptacion del lote. El certificado muestra
001060*                   por lado la nominal contra la media, minima y
001061*                   maxima medidas en el lote.
001062*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
001063*                   paso (RC-HORA-INICIO) para el historial
001064*                   de tiempos de la noche.
001065******************************************************************
001070 IDENTIFICATION DIVISION.
001080 PROGRAM-ID. Ejercicio3.
001090 AUTHOR. R. FEDIUK.
001360         FILE STATUS IS V3-RUN-STATUS.
001370     SELECT REJECTED-LOTS-FILE ASSIGN TO "REJLOTS"
001380         ORGANIZATION IS SEQUENTIAL.
001381     SELECT PIECE-SPEC-MASTER ASSIGN TO "PIEZESP"
001382         ORGANIZATION IS INDEXED
001383         ACCESS MODE IS RANDOM
001384         RECORD KEY IS EP-TIPO-PIEZA
001385         FILE STATUS IS V3-ESP-STATUS.
001390******************************************************************
001400 DATA DIVISION.
001410 FILE SECTION.
001470     05  MS-LONG1                PIC 9(04)V9(02).
001480     05  MS-LONG2                PIC 9(04)V9(02).
001490     05  MS-LONG3                PIC 9(04)V9(02).
001491     05  MS-TIPO-PIEZA           PIC X(06).
001500 
001510 FD  MEASUREMENT-EXCEPTION-FILE
001520     LABEL RECORDS ARE STANDARD.
001960     05  RL-INVALIDAS            PIC 9(06).
001970     05  RL-PORCENTAJE           PIC 9(03)V9(02).
001980     05  FILLER                  PIC X(05).
001981
001982 FD  PIECE-SPEC-MASTER
001983     LABEL RECORDS ARE STANDARD.
001984     COPY PIEZESP.
001990 
002000 WORKING-STORAGE SECTION.
002010 01  LONG1                       PIC 9(4)V9(2).
002140         88  V3-LOTE-HALLADO           VALUE "S".
002150     05  V3-SW-FIN-RELECTURA     PIC X(01) VALUE "N".
002160         88  V3-FIN-RELECTURA          VALUE "S".
002161     05  V3-SW-ESP-ABIERTO       PIC X(01) VALUE "N".
002162         88  V3-ESPECIFICACIONES-ABIERTAS VALUE "S".
002163     05  V3-SW-ESP-HALLADA       PIC X(01) VALUE "N".
002164         88  V3-ESPECIFICACION-HALLADA VALUE "S".
002165     05  V3-SW-ESPEC-OK          PIC X(01) VALUE "S".
002166         88  V3-PIEZA-EN-ESPEC         VALUE "S".
002167         88  V3-PIEZA-FUERA-ESPEC      VALUE "N".
002170 
002180 01  V3-CONTADORES.
002190     05  V3-CANT-EQUILATERO      PIC 9(06) VALUE ZERO.
002230     05  V3-CANT-RECTANGULO      PIC 9(06) VALUE ZERO.
002240     05  V3-CANT-ACUTANGULO      PIC 9(06) VALUE ZERO.
002250     05  V3-CANT-OBTUSANGULO     PIC 9(06) VALUE ZERO.
002251     05  V3-CANT-SIN-ESPEC       PIC 9(06) VALUE ZERO.
002252     05  V3-CANT-TOLERANCIA      PIC 9(06) VALUE ZERO.
002253     05  V3-CANT-FORMA           PIC 9(06) VALUE ZERO.
002260 
002270 01  V3-ANGULO-CALCULOS.
002280     05  V3-SQ1                  PIC 9(09)V9(04).
002300     05  V3-SQ3                  PIC 9(09)V9(04).
002310     05  V3-MAYOR                PIC 9(09)V9(04).
002320     05  V3-SUMA-OTROS           PIC 9(09)V9(04).
002321
002322 01  V3-CONTROL-ESPECIFICACION.
002323     05  V3-TIPO-LEIDO           PIC X(06) VALUE HIGH-VALUES.
002324     05  V3-IDX-LADO             PIC 9(01) COMP VALUE ZERO.
002325     05  V3-DIF-LADO             PIC S9(04)V9(02) VALUE ZERO.
002326     05  V3-LADO-A               PIC 9(04)V9(02) VALUE ZERO.
002327     05  V3-LADO-B               PIC 9(04)V9(02) VALUE ZERO.
002328     05  V3-LADO-MAYOR           PIC 9(04)V9(02) VALUE ZERO.
002329     05  V3-PARES-IGUALES        PIC 9(01) VALUE ZERO.
002330     05  V3-DIF-CUADRADOS        PIC S9(09)V9(04) VALUE ZERO.
002331     05  V3-MARGEN-CUADRADOS     PIC 9(09)V9(04) VALUE ZERO.
002332     05  V3-FORMA-LADOS          PIC X(10) VALUE SPACES.
002333     05  V3-FORMA-ANGULO         PIC X(11) VALUE SPACES.
002334
002335 01  V3-MEDIDAS-PIEZA.
002336     05  V3-MEDIDA               PIC 9(04)V9(02) OCCURS 3 TIMES.
002337
002338 01  V3-MOTIVO                   PIC X(40) VALUE SPACES.
002339
002340 01  V3-MOTIVOS-RECHAZO.
002341     05  V3-MOT-TRIANGULO        PIC X(40) VALUE
002342         "NO CUMPLE DESIGUALDAD TRIANGULAR".
002343     05  V3-MOT-SIN-TIPO         PIC X(40) VALUE
002344         "MEDICION SIN TIPO DE PIEZA".
002345     05  V3-MOT-SIN-ESPEC        PIC X(40) VALUE
002346         "TIPO DE PIEZA SIN ESPECIFICACION".
002347     05  V3-MOT-TIPO-BAJA        PIC X(40) VALUE
002348         "TIPO DE PIEZA DADO DE BAJA".
002349
002350 01  V3-MOT-LADO.
002351     05  FILLER                  PIC X(05) VALUE "LADO ".
002352     05  V3-MOT-LADO-NRO         PIC 9(01).
002353     05  FILLER                  PIC X(20) VALUE
002354         " FUERA DE TOLERANCIA".
002355
002356 01  V3-MOT-FORMA.
002357     05  V3-MOT-FORMA-CRITERIO   PIC X(28) VALUE SPACES.
002358     05  V3-MOT-FORMA-ESPERADA   PIC X(11) VALUE SPACES.
002359 
002360 01  V3-CKP-STATUS               PIC X(02).
002361     88  V3-CKP-OK                     VALUE "00".
002362
002370 01  V3-MEAS-STATUS              PIC X(02).
002380     88  V3-MEAS-STATUS-OK            VALUE "00".
002390
002420
002430 01  V3-PROC-STATUS              PIC X(02).
002440     88  V3-PROC-STATUS-OK            VALUE "00".
002441
002442 01  V3-ESP-STATUS               PIC X(02).
002443     88  V3-ESP-STATUS-OK             VALUE "00".
002450
002451 01  V3-HORA-INICIO              PIC 9(08) VALUE ZERO.
002460 01  V3-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
002470
002480 01  V3-CANT-CLASIFICADAS        PIC 9(08) VALUE ZERO.
002690         10  V3-TAB-ACUT         PIC 9(06).
002700         10  V3-TAB-OBTU         PIC 9(06).
002710         10  V3-TAB-ESTADO       PIC X(01).
002711         10  V3-TAB-TIPO         PIC X(06).
002712         10  V3-TAB-TOLERANCIA   PIC 9(04)V9(02).
002713         10  V3-TAB-SW-MIXTO     PIC X(01).
002714             88  V3-TAB-TIPO-MIXTO     VALUE "S".
002715         10  V3-TAB-PIEZAS-ESPEC PIC 9(06).
002716         10  V3-TAB-LADO OCCURS 3 TIMES.
002717             15  V3-TAB-NOMINAL  PIC 9(04)V9(02).
002718             15  V3-TAB-SUMA     PIC 9(10)V9(02).
002719             15  V3-TAB-MINIMO   PIC 9(04)V9(02).
002720             15  V3-TAB-MAXIMO   PIC 9(04)V9(02).
002721
002730 01  V3-RPT-PAGINA               PIC 9(04) VALUE ZERO.
002740 01  V3-FECHA-EMISION            PIC 9(08) VALUE ZERO.
002750
003030     05  V3-RPT-LOTE-RECH        PIC ZZZ,ZZ9.
003040     05  FILLER                  PIC X(02) VALUE SPACES.
003050     05  V3-RPT-LOTE-ESTADO      PIC X(10) VALUE SPACES.
003051     05  FILLER                  PIC X(07) VALUE "  TIPO ".
003052     05  V3-RPT-LOTE-TIPO        PIC X(06) VALUE SPACES.
003053     05  FILLER                  PIC X(47) VALUE SPACES.
003070
003080 01  V3-CONTROL-LOTES.
003090     05  V3-MAX-LOTES            PIC 9(02) COMP VALUE 20.
003440     05  FILLER                  PIC X(15) VALUE
003450         ".............. ".
003460     05  FILLER                  PIC X(70) VALUE SPACES.
003461
003462 01  V3-CERT-LINEA-TIPO.
003463     05  FILLER                  PIC X(05) VALUE SPACES.
003464     05  FILLER                  PIC X(15) VALUE
003465         "TIPO DE PIEZA: ".
003466     05  V3-CERT-TIPO            PIC X(06).
003467     05  FILLER                  PIC X(17) VALUE
003468         "   TOLERANCIA +- ".
003469     05  V3-CERT-TOLERANCIA      PIC Z,ZZ9.99.
003470     05  FILLER                  PIC X(81) VALUE SPACES.
003471
003472 01  V3-CERT-LINEA-TIT-LADOS.
003473     05  FILLER                  PIC X(05) VALUE SPACES.
003474     05  FILLER                  PIC X(50) VALUE
003475         "LADO         NOMINAL     MEDIA    MINIMA    MAXIMA".
003476     05  FILLER                  PIC X(77) VALUE SPACES.
003477
003478 01  V3-CERT-LINEA-LADO.
003479     05  FILLER                  PIC X(05) VALUE SPACES.
003480     05  FILLER                  PIC X(05) VALUE "LADO ".
003481     05  V3-CERT-LADO-NRO        PIC 9(01).
003482     05  FILLER                  PIC X(06) VALUE SPACES.
003483     05  V3-CERT-NOMINAL         PIC Z,ZZ9.99.
003484     05  FILLER                  PIC X(02) VALUE SPACES.
003485     05  V3-CERT-MEDIA           PIC Z,ZZ9.99.
003486     05  FILLER                  PIC X(02) VALUE SPACES.
003487     05  V3-CERT-MINIMO          PIC Z,ZZ9.99.
003488     05  FILLER                  PIC X(02) VALUE SPACES.
003489     05  V3-CERT-MAXIMO          PIC Z,ZZ9.99.
003490     05  FILLER                  PIC X(77) VALUE SPACES.
003491
003492 01  V3-CERT-LINEA-AVISO.
003493     05  FILLER                  PIC X(05) VALUE SPACES.
003494     05  V3-CERT-AVISO           PIC X(64) VALUE SPACES.
003495     05  FILLER                  PIC X(63) VALUE SPACES.
003496 
003497 01  V3-CHECKPOINT-CONTROL.
003498     05  V3-SW-RESTART           PIC X(01) VALUE "N".
003500         88  V3-HAY-RESTART             VALUE "S".
003510     05  V3-INTERVALO-CHECKPOINT PIC 9(04) COMP VALUE 100.
003520     05  V3-CONTADOR-REGISTROS   PIC 9(08) COMP VALUE ZERO.
003680     STOP RUN.
003690 
003700******************************************************************
003710*INICIALIZAR: abre el maestro de especificaciones (sin el no hay
003711*contra que controlar las piezas y no se procesa nada) y el
003712*archivo de mediciones; si existe un checkpoint de un corte
003720*anterior, reabre las salidas en modo EXTEND y salta las piezas
003730*ya clasificadas antes de dejar el proceso listo para el ciclo
003740*principal.
003750******************************************************************
003760 1000-INICIALIZAR.
003761     ACCEPT V3-HORA-INICIO FROM TIME.
003770     IF LK-PARM-LEN NOT LESS THAN 2
003780         IF LK-PARM-UMBRAL IS NUMERIC
003790             MOVE LK-PARM-UMBRAL TO V3-UMBRAL-RECHAZO
003850     DISPLAY "Umbral de rechazo de lote: " V3-UMBRAL-RECHAZO
003860         "% de piezas invalidas".
003870     PERFORM 1020-LEER-FECHA-PROCESO THRU 1020-EXIT.
003871     OPEN INPUT PIECE-SPEC-MASTER.
003872     IF NOT V3-ESP-STATUS-OK
003873         DISPLAY "No se pudo abrir PIECE-SPEC-MASTER, status "
003874             V3-ESP-STATUS
003875         SET V3-FIN-ARCHIVO TO TRUE
003876         MOVE 12 TO RETURN-CODE
003877         GO TO 1000-EXIT
003878     END-IF.
003879     SET V3-ESPECIFICACIONES-ABIERTAS TO TRUE.
003880     OPEN INPUT MEASUREMENTS-FILE.
003890     IF NOT V3-MEAS-STATUS-OK
003900         DISPLAY "No se pudo abrir MEASUREMENTS-FILE, status "
004260             MOVE CK-CONTADOR-5 TO V3-CANT-RECTANGULO
004270             MOVE CK-CONTADOR-6 TO V3-CANT-ACUTANGULO
004280             MOVE CK-CONTADOR-7 TO V3-CANT-OBTUSANGULO
004281             MOVE CK-CONTADOR-8 TO V3-CANT-SIN-ESPEC
004282             MOVE CK-CONTADOR-9 TO V3-CANT-TOLERANCIA
004283             MOVE CK-CONTADOR-10 TO V3-CANT-FORMA
004290             DISPLAY "Reanudando despues de la pieza "
004300                 V3-REGISTROS-A-SALTAR
004310         END-IF
004400             SET V3-FIN-ARCHIVO TO TRUE
004410     END-READ.
004420     ADD 1 TO V3-CONTADOR-REGISTROS.
004421     IF NOT V3-FIN-ARCHIVO
004422         PERFORM 1065-ACUMULAR-SALTEADA THRU 1065-EXIT
004423     END-IF.
004430 1060-EXIT.
004440     EXIT.
004441
004442******************************************************************
004443*ACUMULAR-SALTEADA: en un reinicio, la pieza ya procesada por el
004444*corte anterior vuelve a sumar a las medidas por lado de su lote
004445*(el certificado promedia el lote completo). Los contadores y los
004446*archivos de salida no se tocan.
004447******************************************************************
004448 1065-ACUMULAR-SALTEADA.
004449     MOVE MS-LONG1 TO LONG1.
004450     MOVE MS-LONG2 TO LONG2.
004451     MOVE MS-LONG3 TO LONG3.
004452     PERFORM 2500-VALIDAR-TRIANGULO THRU 2500-EXIT.
004453     IF V3-TRIANGULO-INVALIDO OR MS-TIPO-PIEZA = SPACES
004454         GO TO 1065-EXIT
004455     END-IF.
004456     PERFORM 2650-BUSCAR-ESPECIFICACION THRU 2650-EXIT.
004457     IF NOT V3-ESPECIFICACION-HALLADA OR EP-INACTIVA
004458         GO TO 1065-EXIT
004459     END-IF.
004460     MOVE LONG1 TO V3-MEDIDA(1).
004461     MOVE LONG2 TO V3-MEDIDA(2).
004462     MOVE LONG3 TO V3-MEDIDA(3).
004463     PERFORM 2660-ACUMULAR-LADOS THRU 2660-EXIT.
004464 1065-EXIT.
004465     EXIT.
004466 
004467 1100-LEER-MEDICION.
004470     READ MEASUREMENTS-FILE
004480         AT END
004490             SET V3-FIN-ARCHIVO TO TRUE
005270
005280******************************************************************
005290*PROCESAR-PIEZA: valida cada pieza leida del archivo de mediciones
005300*antes de clasificarla; si no forma un triangulo posible, o no
005310*cumple la especificacion de su tipo de pieza, la rechaza con
005311*el motivo que corresponda, y avanza a la siguiente pieza.
005320******************************************************************
005330 2000-PROCESAR-PIEZA.
005340     MOVE MS-LONG1 TO LONG1.
005360     MOVE MS-LONG3 TO LONG3.
005370     PERFORM 2500-VALIDAR-TRIANGULO THRU 2500-EXIT.
005380     IF V3-TRIANGULO-VALIDO
005381         PERFORM 2700-VALIDAR-ESPECIFICACION THRU 2700-EXIT
005382         IF V3-PIEZA-EN-ESPEC
005390             PERFORM 3000-CALCULAR THRU 3000-EXIT
005391         ELSE
005392             PERFORM 4000-RECHAZAR-MEDICION THRU 4000-EXIT
005393         END-IF
005400     ELSE
005401         ADD 1 TO V3-CANT-INVALIDO
005402         MOVE V3-MOT-TRIANGULO TO V3-MOTIVO
005410         PERFORM 4000-RECHAZAR-MEDICION THRU 4000-EXIT
005420     END-IF.
005430     ADD 1 TO V3-CONTADOR-REGISTROS.
005680     MOVE V3-CANT-RECTANGULO TO CK-CONTADOR-5.
005690     MOVE V3-CANT-ACUTANGULO TO CK-CONTADOR-6.
005700     MOVE V3-CANT-OBTUSANGULO TO CK-CONTADOR-7.
005701     MOVE V3-CANT-SIN-ESPEC TO CK-CONTADOR-8.
005702     MOVE V3-CANT-TOLERANCIA TO CK-CONTADOR-9.
005703     MOVE V3-CANT-FORMA TO CK-CONTADOR-10.
005710     ACCEPT CK-FECHA FROM DATE YYYYMMDD.
005720     ACCEPT CK-HORA FROM TIME.
005730     WRITE CK-CHECKPOINT-RECORD.
006190             MOVE ZERO TO V3-TAB-ACUT(V3-IDX-LOTE)
006200             MOVE ZERO TO V3-TAB-OBTU(V3-IDX-LOTE)
006210             MOVE SPACE TO V3-TAB-ESTADO(V3-IDX-LOTE)
006211             MOVE SPACES TO V3-TAB-TIPO(V3-IDX-LOTE)
006212             MOVE ZERO TO V3-TAB-TOLERANCIA(V3-IDX-LOTE)
006213             MOVE "N" TO V3-TAB-SW-MIXTO(V3-IDX-LOTE)
006214             MOVE ZERO TO V3-TAB-PIEZAS-ESPEC(V3-IDX-LOTE)
006220             SET V3-LOTE-HALLADO TO TRUE
006230         ELSE
006240             DISPLAY "** Tabla de lotes llena, se omite "
006360     END-IF.
006370 2610-EXIT.
006380     EXIT.
006381
006382******************************************************************
006383*BUSCAR-ESPECIFICACION: lee en PIECE-SPEC-MASTER la especificacion
006384*del tipo de la pieza. Las piezas de un lote suelen venir seguidas
006385*y del mismo tipo, por lo que solo se relee cuando cambia el tipo.
006386******************************************************************
006387 2650-BUSCAR-ESPECIFICACION.
006388     IF MS-TIPO-PIEZA = V3-TIPO-LEIDO
006389         GO TO 2650-EXIT
006390     END-IF.
006391     MOVE MS-TIPO-PIEZA TO V3-TIPO-LEIDO.
006392     MOVE MS-TIPO-PIEZA TO EP-TIPO-PIEZA.
006393     SET V3-ESPECIFICACION-HALLADA TO TRUE.
006394     READ PIECE-SPEC-MASTER
006395         INVALID KEY
006396             MOVE "N" TO V3-SW-ESP-HALLADA
006397     END-READ.
006398 2650-EXIT.
006399     EXIT.
006400
006401******************************************************************
006402*ACUMULAR-LADOS: suma las medidas de la pieza (V3-MEDIDA ya
006403*cargada) a la suma, minima y maxima por lado de su lote, con la
006404*nominal de la especificacion leida. El lote toma el tipo de su
006405*primera pieza; las piezas de otro tipo no entran al promedio y
006406*el lote queda marcado como mixto.
006407******************************************************************
006408 2660-ACUMULAR-LADOS.
006409     MOVE MS-LOTE TO V3-LOTE-BUSCADO.
006410     PERFORM 2600-UBICAR-LOTE THRU 2600-EXIT.
006411     IF NOT V3-LOTE-HALLADO
006412         GO TO 2660-EXIT
006413     END-IF.
006414     IF V3-TAB-TIPO(V3-IDX-LOTE) = SPACES
006415         MOVE MS-TIPO-PIEZA TO V3-TAB-TIPO(V3-IDX-LOTE)
006416         MOVE EP-TOLERANCIA TO V3-TAB-TOLERANCIA(V3-IDX-LOTE)
006417     END-IF.
006418     IF V3-TAB-TIPO(V3-IDX-LOTE) NOT = MS-TIPO-PIEZA
006419         SET V3-TAB-TIPO-MIXTO(V3-IDX-LOTE) TO TRUE
006420         GO TO 2660-EXIT
006421     END-IF.
006422     MOVE ZERO TO V3-IDX-LADO.
006423     PERFORM 2670-ACUMULAR-LADO THRU 2670-EXIT 3 TIMES.
006424     ADD 1 TO V3-TAB-PIEZAS-ESPEC(V3-IDX-LOTE).
006425 2660-EXIT.
006426     EXIT.
006427
006428 2670-ACUMULAR-LADO.
006429     ADD 1 TO V3-IDX-LADO.
006430     IF V3-TAB-PIEZAS-ESPEC(V3-IDX-LOTE) = ZERO
006431         MOVE EP-NOMINAL(V3-IDX-LADO)
006432             TO V3-TAB-NOMINAL(V3-IDX-LOTE, V3-IDX-LADO)
006433         MOVE V3-MEDIDA(V3-IDX-LADO)
006434             TO V3-TAB-SUMA(V3-IDX-LOTE, V3-IDX-LADO)
006435         MOVE V3-MEDIDA(V3-IDX-LADO)
006436             TO V3-TAB-MINIMO(V3-IDX-LOTE, V3-IDX-LADO)
006437         MOVE V3-MEDIDA(V3-IDX-LADO)
006438             TO V3-TAB-MAXIMO(V3-IDX-LOTE, V3-IDX-LADO)
006439         GO TO 2670-EXIT
006440     END-IF.
006441     ADD V3-MEDIDA(V3-IDX-LADO)
006442         TO V3-TAB-SUMA(V3-IDX-LOTE, V3-IDX-LADO).
006443     IF V3-MEDIDA(V3-IDX-LADO)
006444             < V3-TAB-MINIMO(V3-IDX-LOTE, V3-IDX-LADO)
006445         MOVE V3-MEDIDA(V3-IDX-LADO)
006446             TO V3-TAB-MINIMO(V3-IDX-LOTE, V3-IDX-LADO)
006447     END-IF.
006448     IF V3-MEDIDA(V3-IDX-LADO)
006449             > V3-TAB-MAXIMO(V3-IDX-LOTE, V3-IDX-LADO)
006450         MOVE V3-MEDIDA(V3-IDX-LADO)
006451             TO V3-TAB-MAXIMO(V3-IDX-LOTE, V3-IDX-LADO)
006452     END-IF.
006453 2670-EXIT.
006454     EXIT.
006455
006456******************************************************************
006457*VALIDAR-ESPECIFICACION: controla la pieza (ya validada como
006458*triangulo) contra la especificacion de su tipo. Se rechaza si
006459*el tipo no tiene especificacion vigente, si algun lado se aparta
006460*de su nominal en mas que la tolerancia, o si su forma no es la
006461*esperada para el tipo. Deja el motivo en V3-MOTIVO.
006462******************************************************************
006463 2700-VALIDAR-ESPECIFICACION.
006464     SET V3-PIEZA-EN-ESPEC TO TRUE.
006465     IF MS-TIPO-PIEZA = SPACES
006466         MOVE V3-MOT-SIN-TIPO TO V3-MOTIVO
006467         ADD 1 TO V3-CANT-SIN-ESPEC
006468         SET V3-PIEZA-FUERA-ESPEC TO TRUE
006469         GO TO 2700-EXIT
006470     END-IF.
006471     PERFORM 2650-BUSCAR-ESPECIFICACION THRU 2650-EXIT.
006472     IF NOT V3-ESPECIFICACION-HALLADA
006473         MOVE V3-MOT-SIN-ESPEC TO V3-MOTIVO
006474         ADD 1 TO V3-CANT-SIN-ESPEC
006475         SET V3-PIEZA-FUERA-ESPEC TO TRUE
006476         GO TO 2700-EXIT
006477     END-IF.
006478     IF EP-INACTIVA
006479         MOVE V3-MOT-TIPO-BAJA TO V3-MOTIVO
006480         ADD 1 TO V3-CANT-SIN-ESPEC
006481         SET V3-PIEZA-FUERA-ESPEC TO TRUE
006482         GO TO 2700-EXIT
006483     END-IF.
006484     MOVE LONG1 TO V3-MEDIDA(1).
006485     MOVE LONG2 TO V3-MEDIDA(2).
006486     MOVE LONG3 TO V3-MEDIDA(3).
006487     PERFORM 2660-ACUMULAR-LADOS THRU 2660-EXIT.
006488     MOVE ZERO TO V3-IDX-LADO.
006489     PERFORM 2710-CONTROLAR-LADO THRU 2710-EXIT 3 TIMES.
006490     IF V3-PIEZA-FUERA-ESPEC
006491         ADD 1 TO V3-CANT-TOLERANCIA
006492         GO TO 2700-EXIT
006493     END-IF.
006494     PERFORM 2750-FORMA-CON-TOLERANCIA THRU 2750-EXIT.
006495     IF EP-CLASIF-LADOS NOT = SPACES
006496             AND EP-CLASIF-LADOS NOT = V3-FORMA-LADOS
006497         MOVE "FORMA POR LADOS DEBIA SER"
006498             TO V3-MOT-FORMA-CRITERIO
006499         MOVE EP-CLASIF-LADOS TO V3-MOT-FORMA-ESPERADA
006500         MOVE V3-MOT-FORMA TO V3-MOTIVO
006501         ADD 1 TO V3-CANT-FORMA
006502         SET V3-PIEZA-FUERA-ESPEC TO TRUE
006503         GO TO 2700-EXIT
006504     END-IF.
006505     IF EP-CLASIF-ANGULO NOT = SPACES
006506             AND EP-CLASIF-ANGULO NOT = V3-FORMA-ANGULO
006507         MOVE "FORMA POR ANGULO DEBIA SER"
006508             TO V3-MOT-FORMA-CRITERIO
006509         MOVE EP-CLASIF-ANGULO TO V3-MOT-FORMA-ESPERADA
006510         MOVE V3-MOT-FORMA TO V3-MOTIVO
006511         ADD 1 TO V3-CANT-FORMA
006512         SET V3-PIEZA-FUERA-ESPEC TO TRUE
006513     END-IF.
006514 2700-EXIT.
006515     EXIT.
006516
006517 2710-CONTROLAR-LADO.
006518     ADD 1 TO V3-IDX-LADO.
006519     IF V3-PIEZA-FUERA-ESPEC
006520         GO TO 2710-EXIT
006521     END-IF.
006522     COMPUTE V3-DIF-LADO
006523         = V3-MEDIDA(V3-IDX-LADO) - EP-NOMINAL(V3-IDX-LADO).
006524     IF V3-DIF-LADO < ZERO
006525         COMPUTE V3-DIF-LADO = ZERO - V3-DIF-LADO
006526     END-IF.
006527     IF V3-DIF-LADO > EP-TOLERANCIA
006528         MOVE V3-IDX-LADO TO V3-MOT-LADO-NRO
006529         MOVE V3-MOT-LADO TO V3-MOTIVO
006530         SET V3-PIEZA-FUERA-ESPEC TO TRUE
006531     END-IF.
006532 2710-EXIT.
006533     EXIT.
006534
006535******************************************************************
006536*FORMA-CON-TOLERANCIA: forma de la pieza a los fines de la
006537*especificacion, que admite el error de medicion: dos lados se
006538*toman como iguales si difieren en no mas que la tolerancia del
006539*tipo, y el angulo como recto si el cuadrado del lado mayor se
006540*aparta de la suma de los otros dos cuadrados en no mas que dos
006541*veces el lado mayor por la tolerancia. La clasificacion que se
006542*graba y se cuenta sigue siendo la exacta de 3000-CALCULAR.
006543******************************************************************
006544 2750-FORMA-CON-TOLERANCIA.
006545     MOVE ZERO TO V3-PARES-IGUALES.
006546     MOVE LONG1 TO V3-LADO-A.
006547     MOVE LONG2 TO V3-LADO-B.
006548     PERFORM 2760-COMPARAR-PAR THRU 2760-EXIT.
006549     MOVE LONG3 TO V3-LADO-B.
006550     PERFORM 2760-COMPARAR-PAR THRU 2760-EXIT.
006551     MOVE LONG2 TO V3-LADO-A.
006552     PERFORM 2760-COMPARAR-PAR THRU 2760-EXIT.
006553     EVALUATE V3-PARES-IGUALES
006554         WHEN 3
006555             MOVE "EQUILATERO" TO V3-FORMA-LADOS
006556         WHEN ZERO
006557             MOVE "ESCALENO  " TO V3-FORMA-LADOS
006558         WHEN OTHER
006559             MOVE "ISOSCELES " TO V3-FORMA-LADOS
006560     END-EVALUATE.
006561     COMPUTE V3-SQ1 = LONG1 * LONG1.
006562     COMPUTE V3-SQ2 = LONG2 * LONG2.
006563     COMPUTE V3-SQ3 = LONG3 * LONG3.
006564     IF LONG1 NOT LESS THAN LONG2 AND LONG1 NOT LESS THAN LONG3
006565         MOVE LONG1 TO V3-LADO-MAYOR
006566         MOVE V3-SQ1 TO V3-MAYOR
006567         COMPUTE V3-SUMA-OTROS = V3-SQ2 + V3-SQ3
006568     ELSE
006569         IF LONG2 NOT LESS THAN LONG1
006570                 AND LONG2 NOT LESS THAN LONG3
006571             MOVE LONG2 TO V3-LADO-MAYOR
006572             MOVE V3-SQ2 TO V3-MAYOR
006573             COMPUTE V3-SUMA-OTROS = V3-SQ1 + V3-SQ3
006574         ELSE
006575             MOVE LONG3 TO V3-LADO-MAYOR
006576             MOVE V3-SQ3 TO V3-MAYOR
006577             COMPUTE V3-SUMA-OTROS = V3-SQ1 + V3-SQ2
006578         END-IF
006579     END-IF.
006580     COMPUTE V3-DIF-CUADRADOS = V3-MAYOR - V3-SUMA-OTROS.
006581     COMPUTE V3-MARGEN-CUADRADOS
006582         = 2 * V3-LADO-MAYOR * EP-TOLERANCIA.
006583     IF V3-DIF-CUADRADOS NOT > V3-MARGEN-CUADRADOS
006584             AND V3-DIF-CUADRADOS + V3-MARGEN-CUADRADOS
006585                 NOT < ZERO
006586         MOVE "RECTANGULO " TO V3-FORMA-ANGULO
006587     ELSE
006588         IF V3-DIF-CUADRADOS < ZERO
006589             MOVE "ACUTANGULO " TO V3-FORMA-ANGULO
006590         ELSE
006591             MOVE "OBTUSANGULO" TO V3-FORMA-ANGULO
006592         END-IF
006593     END-IF.
006594 2750-EXIT.
006595     EXIT.
006596
006597 2760-COMPARAR-PAR.
006598     COMPUTE V3-DIF-LADO = V3-LADO-A - V3-LADO-B.
006599     IF V3-DIF-LADO < ZERO
006600         COMPUTE V3-DIF-LADO = ZERO - V3-DIF-LADO
006601     END-IF.
006602     IF V3-DIF-LADO NOT > EP-TOLERANCIA
006603         ADD 1 TO V3-PARES-IGUALES
006604     END-IF.
006605 2760-EXIT.
006606     EXIT.
006607 
006608 3000-CALCULAR.
006609     IF LONG1 = LONG2 AND LONG2 = LONG3
006610         PERFORM 3100-EQUILATERO THRU 3100-EXIT
006611     ELSE
006612         IF LONG1 NOT = LONG2 AND LONG2 NOT = LONG3
006613                 AND LONG1 NOT = LONG3
006614             PERFORM 3300-ESCALENO THRU 3300-EXIT
006615         ELSE
006616             PERFORM 3200-ISOSELES THRU 3200-EXIT
006617         END-IF
006618     END-IF.
006619     PERFORM 3400-CLASIFICAR-ANGULO THRU 3400-EXIT.
006620     PERFORM 4600-GRABAR-CLASIFICACION THRU 4600-EXIT.
006621     MOVE MS-LOTE TO V3-LOTE-BUSCADO.
006622     PERFORM 2600-UBICAR-LOTE THRU 2600-EXIT.
006623     IF V3-LOTE-HALLADO
006624         ADD 1 TO V3-TAB-CLASIFICADAS(V3-IDX-LOTE)
006625         PERFORM 3600-SUMAR-CLASE-LOTE THRU 3600-EXIT
006626     END-IF.
006627 3000-EXIT.
006628     EXIT.
006629 
006630 3100-EQUILATERO.
006631     DISPLAY "El triangulo es Equilatero".
006640     ADD 1 TO V3-CANT-EQUILATERO.
006650     MOVE "EQUILATERO" TO V3-CLASIF-LADOS.
006660 3100-EXIT.
007210     EXIT.
007220 
007230******************************************************************
007240*RECHAZAR-MEDICION: graba la medicion rechazada en el archivo de
007250*excepciones con el motivo dejado en V3-MOTIVO, y la suma a los
007251*rechazos de su lote.
007260******************************************************************
007270 4000-RECHAZAR-MEDICION.
007280     MOVE V3-FECHA-PROCESO TO MX-FECHA.
007310     MOVE LONG1 TO MX-LONG1.
007320     MOVE LONG2 TO MX-LONG2.
007330     MOVE LONG3 TO MX-LONG3.
007340     MOVE V3-MOTIVO TO MX-MOTIVO.
007350     WRITE MX-EXCEPTION-RECORD.
007370     MOVE MS-LOTE TO V3-LOTE-BUSCADO.
007380     PERFORM 2600-UBICAR-LOTE THRU 2600-EXIT.
007390     IF V3-LOTE-HALLADO
007400         ADD 1 TO V3-TAB-RECHAZADAS(V3-IDX-LOTE)
007410     END-IF.
007420     DISPLAY "** Pieza " MS-PIEZA-ID " rechazada - " V3-MOTIVO.
007440 4000-EXIT.
007450     EXIT.
007460
007770         OPEN OUTPUT MEASUREMENT-CHECKPOINT-FILE
007780         CLOSE MEASUREMENT-CHECKPOINT-FILE
007790     END-IF.
007791     IF V3-ESPECIFICACIONES-ABIERTAS
007792         CLOSE PIECE-SPEC-MASTER
007793     END-IF.
007800 9000-EXIT.
007810     EXIT.
007820
008070     MOVE "INVALIDOS" TO V3-RPT-CANT-CONCEPTO.
008080     MOVE V3-CANT-INVALIDO TO V3-RPT-CANT-VALOR.
008090     WRITE V3-LINEA-IMPRESION FROM V3-RPT-LINEA-CANTIDAD.
008091     MOVE "FUERA DE TOLERANCIA" TO V3-RPT-CANT-CONCEPTO.
008092     MOVE V3-CANT-TOLERANCIA TO V3-RPT-CANT-VALOR.
008093     WRITE V3-LINEA-IMPRESION FROM V3-RPT-LINEA-CANTIDAD.
008094     MOVE "FORMA DISTINTA A LA ESPECIFICADA"
008095         TO V3-RPT-CANT-CONCEPTO.
008096     MOVE V3-CANT-FORMA TO V3-RPT-CANT-VALOR.
008097     WRITE V3-LINEA-IMPRESION FROM V3-RPT-LINEA-CANTIDAD.
008098     MOVE "SIN ESPECIFICACION VIGENTE" TO V3-RPT-CANT-CONCEPTO.
008099     MOVE V3-CANT-SIN-ESPEC TO V3-RPT-CANT-VALOR.
008100     WRITE V3-LINEA-IMPRESION FROM V3-RPT-LINEA-CANTIDAD.
008101     MOVE ALL "-" TO V3-LINEA-IMPRESION.
008110     WRITE V3-LINEA-IMPRESION.
008120     MOVE "RECTANGULO" TO V3-RPT-CANT-CONCEPTO.
008130     MOVE V3-CANT-RECTANGULO TO V3-RPT-CANT-VALOR.
008490         TO V3-RPT-LOTE-CLAS.
008500     MOVE V3-TAB-RECHAZADAS(V3-IDX-LOTE)
008510         TO V3-RPT-LOTE-RECH.
008511     MOVE V3-TAB-TIPO(V3-IDX-LOTE) TO V3-RPT-LOTE-TIPO.
008520     WRITE V3-LINEA-IMPRESION FROM V3-RPT-LINEA-LOTE.
008530 9100-EXIT.
008540     EXIT.
008560******************************************************************
008570*GRABAR-RUN-CONTROL: deja los contadores de la clasificacion en
008580*RUN-CONTROL-FILE, para que el paso de balanceo de fin de noche
008590*pueda verificar que piezas leidas = clasificadas + rechazadas
008591*(invalidas, fuera de especificacion o sin especificacion).
008600******************************************************************
008610 9500-GRABAR-RUN-CONTROL.
008620     OPEN EXTEND RUN-CONTROL-FILE.
008740     MOVE "EJERCIC3" TO RC-PROGRAMA.
008750     MOVE V3-FECHA-PROCESO TO RC-FECHA.
008760     ACCEPT RC-HORA FROM TIME.
008761     MOVE V3-HORA-INICIO TO RC-HORA-INICIO.
008770     MOVE V3-CONTADOR-REGISTROS  TO RC-LEIDOS.
008780     MOVE V3-CANT-CLASIFICADAS   TO RC-PROCESADOS.
008790     COMPUTE RC-RECHAZADOS = V3-CANT-INVALIDO
008791         + V3-CANT-SIN-ESPEC + V3-CANT-TOLERANCIA + V3-CANT-FORMA.
008800     WRITE RC-RUN-RECORD.
008810     CLOSE RUN-CONTROL-FILE.
008820 9500-EXIT.
009750******************************************************************
009760*CERTIFICAR-LOTE: una pagina de certificado de calidad por
009770*cada lote aceptado, con las piezas medidas, el desglose por
009780*las seis clasificaciones, la nominal contra la medida media,
009781*minima y maxima de cada lado, y el renglon del inspector. Los
009790*lotes rechazados no se certifican.
009800******************************************************************
009810 9300-CERTIFICAR-LOTE.
010220     WRITE V3-LINEA-IMPRESION FROM V3-CERT-LINEA-CANTIDAD.
010230     MOVE SPACES TO V3-LINEA-IMPRESION.
010240     WRITE V3-LINEA-IMPRESION.
010241     IF V3-TAB-PIEZAS-ESPEC(V3-IDX-LOTE) = ZERO
010242         MOVE "SIN PIEZAS MEDIDAS CONTRA ESPECIFICACION"
010243             TO V3-CERT-AVISO
010244         WRITE V3-LINEA-IMPRESION FROM V3-CERT-LINEA-AVISO
010245     ELSE
010246         PERFORM 9350-CERTIFICAR-LADOS THRU 9350-EXIT
010247     END-IF.
010248     MOVE SPACES TO V3-LINEA-IMPRESION.
010249     WRITE V3-LINEA-IMPRESION.
010250     WRITE V3-LINEA-IMPRESION FROM V3-CERT-LINEA-INSPECTOR.
010260     MOVE ALL "=" TO V3-LINEA-IMPRESION.
010270     WRITE V3-LINEA-IMPRESION.
010280 9300-EXIT.
010290     EXIT.
010300
010310******************************************************************
010320*CERTIFICAR-LADOS: tipo de pieza y tolerancia del lote, y por
010330*cada lado la nominal contra la media, minima y maxima medidas.
010340******************************************************************
010350 9350-CERTIFICAR-LADOS.
010360     MOVE V3-TAB-TIPO(V3-IDX-LOTE) TO V3-CERT-TIPO.
010370     MOVE V3-TAB-TOLERANCIA(V3-IDX-LOTE) TO V3-CERT-TOLERANCIA.
010380     WRITE V3-LINEA-IMPRESION FROM V3-CERT-LINEA-TIPO.
010390     WRITE V3-LINEA-IMPRESION FROM V3-CERT-LINEA-TIT-LADOS.
010400     MOVE ZERO TO V3-IDX-LADO.
010410     PERFORM 9360-CERTIFICAR-LADO THRU 9360-EXIT 3 TIMES.
010420     IF V3-TAB-TIPO-MIXTO(V3-IDX-LOTE)
010430         MOVE "LOTE CON PIEZAS DE OTRO TIPO, NO PROMEDIADAS"
010440             TO V3-CERT-AVISO
010450         WRITE V3-LINEA-IMPRESION FROM V3-CERT-LINEA-AVISO
010460     END-IF.
010470 9350-EXIT.
010480     EXIT.
010490
010500 9360-CERTIFICAR-LADO.
010510     ADD 1 TO V3-IDX-LADO.
010520     MOVE V3-IDX-LADO TO V3-CERT-LADO-NRO.
010530     MOVE V3-TAB-NOMINAL(V3-IDX-LOTE, V3-IDX-LADO)
010540         TO V3-CERT-NOMINAL.
010550     COMPUTE V3-CERT-MEDIA ROUNDED
010560         = V3-TAB-SUMA(V3-IDX-LOTE, V3-IDX-LADO)
010570         / V3-TAB-PIEZAS-ESPEC(V3-IDX-LOTE).
010580     MOVE V3-TAB-MINIMO(V3-IDX-LOTE, V3-IDX-LADO)
010590         TO V3-CERT-MINIMO.
010600     MOVE V3-TAB-MAXIMO(V3-IDX-LOTE, V3-IDX-LADO)
010610         TO V3-CERT-MAXIMO.
010620     WRITE V3-LINEA-IMPRESION FROM V3-CERT-LINEA-LADO.
010630 9360-EXIT.
010640     EXIT.
010650
010660 END PROGRAM Ejercicio3.
