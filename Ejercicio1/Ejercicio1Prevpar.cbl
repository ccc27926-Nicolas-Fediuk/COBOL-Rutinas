000100******************************************************************
000110*PROGRAMA    : Ejercicio1Prevpar
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Mantenimiento de los parametros de prevencion de
000170*              perdidas (LOSS-PARAMS-FILE, copybook PREVPAR),
000180*              gemelo del mantenimiento de tramos de fidelidad.
000190*              Muestra el juego vigente (o los valores por defecto
000200*              con que corre el reporte si no hay ninguno) y
000210*              permite a un usuario autorizado (debe conocer el
000220*              codigo de gerencia vigente de PARAMS) cargar un
000230*              juego con fecha de vigencia futura: ventana en
000240*              dias, minimo de ventas, margen bajo el tope y, por
000250*              indicador, umbral y peso. Un umbral en cero anula
000260*              el indicador.
000270******************************************************************
000280*HISTORIAL DE MODIFICACIONES
000290*FECHA       INIC.  DESCRIPCION
000300*----------  -----  -------------------------------------------
000310*2026-10-15  RF     Version original.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. Ejercicio1Prevpar.
000350 AUTHOR. R. FEDIUK.
000360 INSTALLATION. CASA CENTRAL.
000370 DATE-WRITTEN. 2026-10-15.
000380 DATE-COMPILED.
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT LOSS-PARAMS-FILE ASSIGN TO "PRVPARMS"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS LP-FECHA-VIGENCIA
000470         FILE STATUS IS PP-PRV-STATUS.
000480     SELECT PRICE-PARAMS-FILE ASSIGN TO "PARAMS"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS PR-FECHA-VIGENCIA
000520         FILE STATUS IS PP-PAR-STATUS.
000530******************************************************************
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  LOSS-PARAMS-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY PREVPAR.
000590
000600 FD  PRICE-PARAMS-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY PARAMS.
000630
000640 WORKING-STORAGE SECTION.
000650 01  PP-SWITCHES.
000660     05  PP-SW-FIN-PREV          PIC X(01) VALUE "N".
000670         88  PP-FIN-PREV                VALUE "S".
000680     05  PP-SW-FIN-PARAMS        PIC X(01) VALUE "N".
000690         88  PP-FIN-PARAMS              VALUE "S".
000700     05  PP-SW-VIGENTE           PIC X(01) VALUE "N".
000710         88  PP-HAY-VIGENTE             VALUE "S".
000720     05  PP-SW-DATO-OK           PIC X(01) VALUE "N".
000730         88  PP-DATO-VALIDO             VALUE "S".
000740
000750 01  PP-PRV-STATUS               PIC X(02).
000760     88  PP-PRV-STATUS-OK              VALUE "00".
000770     88  PP-PRV-NO-EXISTE              VALUE "23" "35".
000780
000790 01  PP-PAR-STATUS               PIC X(02).
000800     88  PP-PAR-STATUS-OK              VALUE "00".
000810
000820 01  PP-DEFECTOS.
000830     05  PP-DEF-COD-GERENCIA     PIC X(04) VALUE "GER1".
000840
000850******************************************************************
000860*VALORES POR DEFECTO: los mismos con que corre el reporte de
000870*prevencion cuando no hay juego vigente.
000880******************************************************************
000890 01  PP-DEFECTOS-PREV.
000900     05  PP-DEF-DIAS-VENTANA     PIC 9(03) VALUE 30.
000910     05  PP-DEF-MIN-VENTAS       PIC 9(04) VALUE 20.
000920     05  PP-DEF-MARGEN-TOPE      PIC 9(02) VALUE 2.
000930     05  PP-DEF-VALORES          PIC X(30) VALUE
000940         "010030020502503003040020200204".
000950     05  PP-DEF-INDICADORES REDEFINES PP-DEF-VALORES.
000960         10  PP-DEF-INDICADOR    OCCURS 6 TIMES.
000970             15  PP-DEF-UMBRAL   PIC 9(03).
000980             15  PP-DEF-PESO     PIC 9(02).
000990
001000 01  PP-DESCRIPCIONES-VALORES.
001010     05  FILLER                  PIC X(42) VALUE
001020         "TASA DE DEVOLUCIONES              % VENTAS".
001030     05  FILLER                  PIC X(42) VALUE
001040         "DEVOLUCIONES DE VENTAS PROPIAS    CANTIDAD".
001050     05  FILLER                  PIC X(42) VALUE
001060         "VENTAS EN O CERCA DEL TOPE        % VENTAS".
001070     05  FILLER                  PIC X(42) VALUE
001080         "DESCUENTO SOBRE TOPE CON GERENCIA CANTIDAD".
001090     05  FILLER                  PIC X(42) VALUE
001100         "RECHAZADAS Y LUEGO CORREGIDAS     CANTIDAD".
001110     05  FILLER                  PIC X(42) VALUE
001120         "REINTEGROS AL MISMO CLIENTE       CANTIDAD".
001130 01  PP-DESCRIPCIONES REDEFINES PP-DESCRIPCIONES-VALORES.
001140     05  PP-DESCRIPCION          OCCURS 6 TIMES.
001150         10  PP-DESC-NOMBRE      PIC X(34).
001160         10  PP-DESC-UNIDAD      PIC X(08).
001170             88  PP-ES-PORCENTAJE      VALUE "% VENTAS".
001180
001190 01  PP-COD-GERENCIA             PIC X(04) VALUE SPACES.
001200
001210 01  PP-VIGENTES.
001220     05  PP-VIG-FECHA            PIC 9(08) VALUE ZERO.
001230     05  PP-VIG-DIAS-VENTANA     PIC 9(03) VALUE ZERO.
001240     05  PP-VIG-MIN-VENTAS       PIC 9(04) VALUE ZERO.
001250     05  PP-VIG-MARGEN-TOPE      PIC 9(02) VALUE ZERO.
001260     05  PP-VIG-INDICADORES.
001270         10  PP-VIG-INDICADOR    OCCURS 6 TIMES.
001280             15  PP-VIG-UMBRAL   PIC 9(03).
001290             15  PP-VIG-PESO     PIC 9(02).
001300
001310 01  PP-FECHA-HOY                PIC 9(08) VALUE ZERO.
001320 01  PP-USUARIO                  PIC X(08).
001330 01  PP-COD-INGRESADO            PIC X(04).
001340 01  PP-IDX                      PIC 9(01) VALUE ZERO.
001350 01  PP-MAX-VENTANA              PIC 9(03) VALUE 90.
001360
001370 01  PP-ENTRADA                  PIC X(10).
001380 01  PP-ENTRADA-JUSTIF           PIC X(10).
001390 01  PP-ENTRADA-NUM REDEFINES PP-ENTRADA-JUSTIF
001400                                 PIC 9(10).
001410 01  PP-ENTRADA-AUX              PIC X(10).
001420
001430 01  PP-NUEVOS.
001440     05  PP-NVO-FECHA            PIC 9(08) VALUE ZERO.
001450     05  PP-NVO-DIAS-VENTANA     PIC 9(03) VALUE ZERO.
001460     05  PP-NVO-MIN-VENTAS       PIC 9(04) VALUE ZERO.
001470     05  PP-NVO-MARGEN-TOPE      PIC 9(02) VALUE ZERO.
001480     05  PP-NVO-INDICADOR        OCCURS 6 TIMES.
001490         10  PP-NVO-UMBRAL       PIC 9(03).
001500         10  PP-NVO-PESO         PIC 9(02).
001510
001520 01  PP-CONFIRMA-ENTRADA         PIC X(01).
001530******************************************************************
001540 PROCEDURE DIVISION.
001550
001560 0000-MAINLINE.
001570     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001580     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001590     STOP RUN.
001600
001610******************************************************************
001620*INICIALIZAR: abre (o crea) el archivo de parametros, muestra el
001630*juego vigente, controla la autorizacion del usuario contra el
001640*codigo de gerencia vigente de PARAMS y toma el juego futuro.
001650******************************************************************
001660 1000-INICIALIZAR.
001670     ACCEPT PP-FECHA-HOY FROM DATE YYYYMMDD.
001680     DISPLAY "Ingrese su identificacion de usuario".
001690     ACCEPT PP-USUARIO.
001700     OPEN I-O LOSS-PARAMS-FILE.
001710     IF PP-PRV-NO-EXISTE
001720         OPEN OUTPUT LOSS-PARAMS-FILE
001730         CLOSE LOSS-PARAMS-FILE
001740         OPEN I-O LOSS-PARAMS-FILE
001750     END-IF.
001760     IF NOT PP-PRV-STATUS-OK
001770         DISPLAY "No se pudo abrir LOSS-PARAMS-FILE, status "
001780             PP-PRV-STATUS
001790         MOVE 12 TO RETURN-CODE
001800         GO TO 1000-EXIT
001810     END-IF.
001820     PERFORM 1500-BUSCAR-COD-GERENCIA THRU 1500-EXIT.
001830     PERFORM 2000-BUSCAR-VIGENTE THRU 2000-EXIT.
001840     PERFORM 3000-CONTROLAR-AUTORIZACION THRU 3000-EXIT.
001850     IF PP-DATO-VALIDO
001860         PERFORM 4000-CARGAR-JUEGO-FUTURO THRU 4000-EXIT
001870     END-IF.
001880     CLOSE LOSS-PARAMS-FILE.
001890 1000-EXIT.
001900     EXIT.
001910
001920******************************************************************
001930*BUSCAR-COD-GERENCIA: toma de PARAMS el codigo de gerencia
001940*vigente a hoy, el mismo que exige el mantenimiento de PARAMS.
001950*Sin archivo rige el codigo por defecto historico.
001960******************************************************************
001970 1500-BUSCAR-COD-GERENCIA.
001980     MOVE PP-DEF-COD-GERENCIA TO PP-COD-GERENCIA.
001990     OPEN INPUT PRICE-PARAMS-FILE.
002000     IF NOT PP-PAR-STATUS-OK
002010         DISPLAY "Sin archivo PARAMS, rige el codigo por defecto"
002020         GO TO 1500-EXIT
002030     END-IF.
002040     MOVE LOW-VALUES TO PR-FECHA-VIGENCIA.
002050     START PRICE-PARAMS-FILE
002060         KEY IS NOT LESS THAN PR-FECHA-VIGENCIA
002070         INVALID KEY SET PP-FIN-PARAMS TO TRUE
002080     END-START.
002090     PERFORM 1510-LEER-PARAMETRO THRU 1510-EXIT
002100         UNTIL PP-FIN-PARAMS.
002110     CLOSE PRICE-PARAMS-FILE.
002120 1500-EXIT.
002130     EXIT.
002140
002150 1510-LEER-PARAMETRO.
002160     READ PRICE-PARAMS-FILE NEXT RECORD
002170         AT END
002180             SET PP-FIN-PARAMS TO TRUE
002190     END-READ.
002200     IF PP-FIN-PARAMS
002210         GO TO 1510-EXIT
002220     END-IF.
002230     IF PR-FECHA-VIGENCIA > PP-FECHA-HOY
002240         SET PP-FIN-PARAMS TO TRUE
002250         GO TO 1510-EXIT
002260     END-IF.
002270     MOVE PR-COD-GERENCIA TO PP-COD-GERENCIA.
002280 1510-EXIT.
002290     EXIT.
002300
002310******************************************************************
002320*BUSCAR-VIGENTE: recorre el archivo de parametros y retiene el
002330*juego de mayor fecha de vigencia que no supere hoy; sin juego
002340*vigente muestra los valores por defecto.
002350******************************************************************
002360 2000-BUSCAR-VIGENTE.
002370     MOVE ZERO TO PP-VIG-FECHA.
002380     MOVE PP-DEF-DIAS-VENTANA TO PP-VIG-DIAS-VENTANA.
002390     MOVE PP-DEF-MIN-VENTAS TO PP-VIG-MIN-VENTAS.
002400     MOVE PP-DEF-MARGEN-TOPE TO PP-VIG-MARGEN-TOPE.
002410     MOVE PP-DEF-VALORES TO PP-VIG-INDICADORES.
002420     MOVE LOW-VALUES TO LP-FECHA-VIGENCIA.
002430     START LOSS-PARAMS-FILE
002440         KEY IS NOT LESS THAN LP-FECHA-VIGENCIA
002450         INVALID KEY SET PP-FIN-PREV TO TRUE
002460     END-START.
002470     PERFORM 2100-LEER-PREVENCION THRU 2100-EXIT
002480         UNTIL PP-FIN-PREV.
002490     IF PP-HAY-VIGENTE
002500         DISPLAY "Parametros vigentes desde " PP-VIG-FECHA ":"
002510     ELSE
002520         DISPLAY "Sin juego vigente, rigen los valores por "
002530             "defecto:"
002540     END-IF.
002550     DISPLAY "  Ventana......: " PP-VIG-DIAS-VENTANA " dias".
002560     DISPLAY "  Minimo ventas: " PP-VIG-MIN-VENTAS.
002570     DISPLAY "  Margen tope..: " PP-VIG-MARGEN-TOPE " puntos".
002580     MOVE ZERO TO PP-IDX.
002590     PERFORM 2200-MOSTRAR-INDICADOR THRU 2200-EXIT 6 TIMES.
002600 2000-EXIT.
002610     EXIT.
002620
002630 2100-LEER-PREVENCION.
002640     READ LOSS-PARAMS-FILE NEXT RECORD
002650         AT END
002660             SET PP-FIN-PREV TO TRUE
002670     END-READ.
002680     IF PP-FIN-PREV
002690         GO TO 2100-EXIT
002700     END-IF.
002710     IF LP-FECHA-VIGENCIA > PP-FECHA-HOY
002720         SET PP-FIN-PREV TO TRUE
002730         GO TO 2100-EXIT
002740     END-IF.
002750     MOVE LP-FECHA-VIGENCIA TO PP-VIG-FECHA.
002760     MOVE LP-DIAS-VENTANA   TO PP-VIG-DIAS-VENTANA.
002770     MOVE LP-MIN-VENTAS     TO PP-VIG-MIN-VENTAS.
002780     MOVE LP-MARGEN-TOPE    TO PP-VIG-MARGEN-TOPE.
002790     MOVE ZERO TO PP-IDX.
002800     PERFORM 2110-COPIAR-INDICADOR THRU 2110-EXIT 6 TIMES.
002810     SET PP-HAY-VIGENTE TO TRUE.
002820 2100-EXIT.
002830     EXIT.
002840
002850 2110-COPIAR-INDICADOR.
002860     ADD 1 TO PP-IDX.
002870     MOVE LP-UMBRAL(PP-IDX) TO PP-VIG-UMBRAL(PP-IDX).
002880     MOVE LP-PESO(PP-IDX)   TO PP-VIG-PESO(PP-IDX).
002890 2110-EXIT.
002900     EXIT.
002910
002920 2200-MOSTRAR-INDICADOR.
002930     ADD 1 TO PP-IDX.
002940     IF PP-VIG-UMBRAL(PP-IDX) > ZERO
002950         DISPLAY "  " PP-IDX " " PP-DESC-NOMBRE(PP-IDX)
002960             " umbral " PP-VIG-UMBRAL(PP-IDX) " "
002970             PP-DESC-UNIDAD(PP-IDX) " peso " PP-VIG-PESO(PP-IDX)
002980     ELSE
002990         DISPLAY "  " PP-IDX " " PP-DESC-NOMBRE(PP-IDX)
003000             " sin uso"
003010     END-IF.
003020 2200-EXIT.
003030     EXIT.
003040
003050******************************************************************
003060*CONTROLAR-AUTORIZACION: el usuario debe conocer el codigo de
003070*gerencia vigente para poder tocar los parametros de prevencion,
003080*igual que en el mantenimiento de PARAMS.
003090******************************************************************
003100 3000-CONTROLAR-AUTORIZACION.
003110     MOVE "N" TO PP-SW-DATO-OK.
003120     DISPLAY "Ingrese el codigo de autorizacion de gerencia".
003130     ACCEPT PP-COD-INGRESADO.
003140     IF PP-COD-INGRESADO = PP-COD-GERENCIA
003150         SET PP-DATO-VALIDO TO TRUE
003160     ELSE
003170         DISPLAY "Codigo invalido: usuario " PP-USUARIO
003180             " no autorizado"
003190         MOVE 8 TO RETURN-CODE
003200     END-IF.
003210 3000-EXIT.
003220     EXIT.
003230
003240******************************************************************
003250*CARGAR-JUEGO-FUTURO: toma la fecha de vigencia (posterior a
003260*hoy), la ventana, el minimo de ventas, el margen y los seis
003270*indicadores del juego nuevo, y lo graba; si la fecha ya tiene un
003280*juego cargado, lo reemplaza previa confirmacion.
003290******************************************************************
003300 4000-CARGAR-JUEGO-FUTURO.
003310     DISPLAY "Fecha de vigencia del juego nuevo (AAAAMMDD)".
003320     PERFORM 5000-PEDIR-NUMERO THRU 5000-EXIT.
003330     IF NOT PP-DATO-VALIDO
003340         GO TO 4000-EXIT
003350     END-IF.
003360     IF PP-ENTRADA-NUM NOT GREATER THAN PP-FECHA-HOY
003370         DISPLAY "La vigencia debe ser posterior a hoy ("
003380             PP-FECHA-HOY ")"
003390         GO TO 4000-EXIT
003400     END-IF.
003410     MOVE PP-ENTRADA-NUM TO PP-NVO-FECHA.
003420     DISPLAY "Ventana a analizar en dias (1 a " PP-MAX-VENTANA
003430         ")".
003440     PERFORM 5000-PEDIR-NUMERO THRU 5000-EXIT.
003450     IF NOT PP-DATO-VALIDO
003460         GO TO 4000-EXIT
003470     END-IF.
003480     IF PP-ENTRADA-NUM = ZERO OR PP-ENTRADA-NUM > PP-MAX-VENTANA
003490         DISPLAY "Ventana fuera de rango"
003500         GO TO 4000-EXIT
003510     END-IF.
003520     MOVE PP-ENTRADA-NUM TO PP-NVO-DIAS-VENTANA.
003530     DISPLAY "Minimo de ventas del cajero para evaluar las tasas".
003540     PERFORM 5000-PEDIR-NUMERO THRU 5000-EXIT.
003550     IF NOT PP-DATO-VALIDO
003560         GO TO 4000-EXIT
003570     END-IF.
003580     IF PP-ENTRADA-NUM > 9999
003590         DISPLAY "Minimo fuera de rango"
003600         GO TO 4000-EXIT
003610     END-IF.
003620     MOVE PP-ENTRADA-NUM TO PP-NVO-MIN-VENTAS.
003630     DISPLAY "Margen en puntos por debajo del tope (0 a 10)".
003640     PERFORM 5000-PEDIR-NUMERO THRU 5000-EXIT.
003650     IF NOT PP-DATO-VALIDO
003660         GO TO 4000-EXIT
003670     END-IF.
003680     IF PP-ENTRADA-NUM > 10
003690         DISPLAY "Margen fuera de rango"
003700         GO TO 4000-EXIT
003710     END-IF.
003720     MOVE PP-ENTRADA-NUM TO PP-NVO-MARGEN-TOPE.
003730     MOVE ZERO TO PP-IDX.
003740     PERFORM 4100-PEDIR-INDICADOR THRU 4100-EXIT
003750         UNTIL PP-IDX = 6 OR NOT PP-DATO-VALIDO.
003760     IF NOT PP-DATO-VALIDO
003770         GO TO 4000-EXIT
003780     END-IF.
003790     DISPLAY "Graba el juego con vigencia " PP-NVO-FECHA
003800         "? (S/N)".
003810     ACCEPT PP-CONFIRMA-ENTRADA.
003820     IF PP-CONFIRMA-ENTRADA NOT = "S"
003830             AND PP-CONFIRMA-ENTRADA NOT = "s"
003840         DISPLAY "Carga cancelada por el operador"
003850         GO TO 4000-EXIT
003860     END-IF.
003870     PERFORM 4200-ARMAR-REGISTRO THRU 4200-EXIT.
003880     WRITE LP-PREV-RECORD
003890         INVALID KEY
003900             PERFORM 4500-REEMPLAZAR-JUEGO THRU 4500-EXIT
003910         NOT INVALID KEY
003920             DISPLAY "Juego de parametros grabado"
003930     END-WRITE.
003940 4000-EXIT.
003950     EXIT.
003960
003970******************************************************************
003980*PEDIR-INDICADOR: toma el umbral (0 = indicador sin uso; los
003990*indicadores en porcentaje no pasan de 100) y el peso del proximo
004000*indicador del juego nuevo.
004010******************************************************************
004020 4100-PEDIR-INDICADOR.
004030     ADD 1 TO PP-IDX.
004040     DISPLAY "Indicador " PP-IDX " " PP-DESC-NOMBRE(PP-IDX)
004050         " - umbral en " PP-DESC-UNIDAD(PP-IDX) " (0 = sin uso)".
004060     PERFORM 5000-PEDIR-NUMERO THRU 5000-EXIT.
004070     IF NOT PP-DATO-VALIDO
004080         GO TO 4100-EXIT
004090     END-IF.
004100     IF PP-ENTRADA-NUM > 999
004110             OR (PP-ES-PORCENTAJE(PP-IDX)
004120                 AND PP-ENTRADA-NUM > 100)
004130         DISPLAY "Umbral fuera de rango"
004140         MOVE "N" TO PP-SW-DATO-OK
004150         GO TO 4100-EXIT
004160     END-IF.
004170     MOVE PP-ENTRADA-NUM TO PP-NVO-UMBRAL(PP-IDX).
004180     MOVE ZERO TO PP-NVO-PESO(PP-IDX).
004190     IF PP-NVO-UMBRAL(PP-IDX) = ZERO
004200         GO TO 4100-EXIT
004210     END-IF.
004220     DISPLAY "Indicador " PP-IDX
004230         " - peso en el puntaje (2 digitos)".
004240     PERFORM 5000-PEDIR-NUMERO THRU 5000-EXIT.
004250     IF NOT PP-DATO-VALIDO
004260         GO TO 4100-EXIT
004270     END-IF.
004280     IF PP-ENTRADA-NUM > 99
004290         DISPLAY "Peso fuera de rango"
004300         MOVE "N" TO PP-SW-DATO-OK
004310         GO TO 4100-EXIT
004320     END-IF.
004330     MOVE PP-ENTRADA-NUM TO PP-NVO-PESO(PP-IDX).
004340 4100-EXIT.
004350     EXIT.
004360
004370 4200-ARMAR-REGISTRO.
004380     MOVE SPACES TO LP-PREV-RECORD.
004390     MOVE PP-NVO-FECHA        TO LP-FECHA-VIGENCIA.
004400     MOVE PP-NVO-DIAS-VENTANA TO LP-DIAS-VENTANA.
004410     MOVE PP-NVO-MIN-VENTAS   TO LP-MIN-VENTAS.
004420     MOVE PP-NVO-MARGEN-TOPE  TO LP-MARGEN-TOPE.
004430     MOVE ZERO TO PP-IDX.
004440     PERFORM 4210-ARMAR-INDICADOR THRU 4210-EXIT 6 TIMES.
004450 4200-EXIT.
004460     EXIT.
004470
004480 4210-ARMAR-INDICADOR.
004490     ADD 1 TO PP-IDX.
004500     MOVE PP-NVO-UMBRAL(PP-IDX) TO LP-UMBRAL(PP-IDX).
004510     MOVE PP-NVO-PESO(PP-IDX)   TO LP-PESO(PP-IDX).
004520 4210-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560*REEMPLAZAR-JUEGO: la fecha ya tenia un juego cargado; se
004570*reemplaza previa confirmacion del operador.
004580******************************************************************
004590 4500-REEMPLAZAR-JUEGO.
004600     DISPLAY "Esa fecha ya tiene un juego cargado. "
004610         "Reemplazarlo? (S/N)".
004620     ACCEPT PP-CONFIRMA-ENTRADA.
004630     IF PP-CONFIRMA-ENTRADA = "S" OR PP-CONFIRMA-ENTRADA = "s"
004640         PERFORM 4200-ARMAR-REGISTRO THRU 4200-EXIT
004650         REWRITE LP-PREV-RECORD
004660         DISPLAY "Juego de parametros reemplazado"
004670     ELSE
004680         DISPLAY "Carga cancelada por el operador"
004690     END-IF.
004700 4500-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740*PEDIR-NUMERO: pide un valor numerico, acomodandolo a la
004750*derecha con ceros a la izquierda antes de probar IS NUMERIC,
004760*como los demas ingresos numericos por pantalla del sistema.
004770******************************************************************
004780 5000-PEDIR-NUMERO.
004790     MOVE "N" TO PP-SW-DATO-OK.
004800     MOVE SPACES TO PP-ENTRADA.
004810     ACCEPT PP-ENTRADA.
004820     IF PP-ENTRADA = SPACES
004830         DISPLAY "Valor vacio"
004840         GO TO 5000-EXIT
004850     END-IF.
004860     MOVE PP-ENTRADA TO PP-ENTRADA-JUSTIF.
004870     PERFORM 5100-ALINEAR-DERECHA THRU 5100-EXIT
004880         UNTIL PP-ENTRADA-JUSTIF(10:1) NOT = SPACE.
004890     INSPECT PP-ENTRADA-JUSTIF REPLACING LEADING SPACES
004900         BY ZEROS.
004910     IF PP-ENTRADA-JUSTIF IS NUMERIC
004920         SET PP-DATO-VALIDO TO TRUE
004930     ELSE
004940         DISPLAY "Valor no numerico"
004950     END-IF.
004960 5000-EXIT.
004970     EXIT.
004980
004990 5100-ALINEAR-DERECHA.
005000     MOVE PP-ENTRADA-JUSTIF TO PP-ENTRADA-AUX.
005010     MOVE PP-ENTRADA-AUX(1:9) TO PP-ENTRADA-JUSTIF(2:9).
005020     MOVE SPACE TO PP-ENTRADA-JUSTIF(1:1).
005030 5100-EXIT.
005040     EXIT.
005050
005060******************************************************************
005070*FINALIZAR: fin del mantenimiento de parametros de prevencion.
005080******************************************************************
005090 9000-FINALIZAR.
005100     DISPLAY "Fin del mantenimiento de parametros de prevencion".
005110 9000-EXIT.
005120     EXIT.
005130
005140 END PROGRAM Ejercicio1Prevpar.
