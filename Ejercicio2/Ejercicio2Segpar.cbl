000100******************************************************************
000110*PROGRAMA    : Ejercicio2Segpar
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Mantenimiento de los parametros de segmentacion
000170*              de clientes (SEGMENT-PARAMS-FILE, copybook
000180*              SEGPAR), gemelo del mantenimiento de parametros de
000190*              prevencion. Muestra el juego vigente (o los
000200*              valores por defecto con que corre el reporte si no
000210*              hay ninguno) y permite a un usuario autorizado
000220*              (debe conocer el codigo de gerencia vigente de
000230*              PARAMS) cargar un juego con fecha de vigencia
000240*              futura: dias sin comprar para enfriandose, dormido
000250*              y perdido, y montos historicos para valor medio y
000260*              alto.
000270******************************************************************
000280*HISTORIAL DE MODIFICACIONES
000290*FECHA       INIC.  DESCRIPCION
000300*----------  -----  -------------------------------------------
000310*2026-10-15  RF     Version original.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. Ejercicio2Segpar.
000350 AUTHOR. R. FEDIUK.
000360 INSTALLATION. CASA CENTRAL.
000370 DATE-WRITTEN. 2026-10-15.
000380 DATE-COMPILED.
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT SEGMENT-PARAMS-FILE ASSIGN TO "SEGPARMS"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS SG-FECHA-VIGENCIA
000470         FILE STATUS IS GP-SEG-STATUS.
000480     SELECT PRICE-PARAMS-FILE ASSIGN TO "PARAMS"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS PR-FECHA-VIGENCIA
000520         FILE STATUS IS GP-PAR-STATUS.
000530******************************************************************
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  SEGMENT-PARAMS-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY SEGPAR.
000590
000600 FD  PRICE-PARAMS-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY PARAMS.
000630
000640 WORKING-STORAGE SECTION.
000650 01  GP-SWITCHES.
000660     05  GP-SW-FIN-SEG           PIC X(01) VALUE "N".
000670         88  GP-FIN-SEG                 VALUE "S".
000680     05  GP-SW-FIN-PARAMS        PIC X(01) VALUE "N".
000690         88  GP-FIN-PARAMS              VALUE "S".
000700     05  GP-SW-VIGENTE           PIC X(01) VALUE "N".
000710         88  GP-HAY-VIGENTE             VALUE "S".
000720     05  GP-SW-DATO-OK           PIC X(01) VALUE "N".
000730         88  GP-DATO-VALIDO             VALUE "S".
000740
000750 01  GP-SEG-STATUS               PIC X(02).
000760     88  GP-SEG-STATUS-OK              VALUE "00".
000770     88  GP-SEG-NO-EXISTE              VALUE "23" "35".
000780
000790 01  GP-PAR-STATUS               PIC X(02).
000800     88  GP-PAR-STATUS-OK              VALUE "00".
000810
000820 01  GP-DEFECTOS.
000830     05  GP-DEF-COD-GERENCIA     PIC X(04) VALUE "GER1".
000840
000850******************************************************************
000860*VALORES POR DEFECTO: los mismos con que corre el reporte de
000870*segmentos cuando no hay juego vigente.
000880******************************************************************
000890 01  GP-DEFECTOS-SEG.
000900     05  GP-DEF-DIAS-ENFRIANDO   PIC 9(03) VALUE 30.
000910     05  GP-DEF-DIAS-DORMIDO     PIC 9(03) VALUE 90.
000920     05  GP-DEF-DIAS-PERDIDO     PIC 9(03) VALUE 365.
000930     05  GP-DEF-MONTO-MEDIO      PIC 9(10)V9(02) VALUE 20000.
000940     05  GP-DEF-MONTO-ALTO       PIC 9(10)V9(02) VALUE 100000.
000950
000960 01  GP-COD-GERENCIA             PIC X(04) VALUE SPACES.
000970
000980 01  GP-VIGENTES.
000990     05  GP-VIG-FECHA            PIC 9(08) VALUE ZERO.
001000     05  GP-VIG-DIAS-ENFRIANDO   PIC 9(03) VALUE ZERO.
001010     05  GP-VIG-DIAS-DORMIDO     PIC 9(03) VALUE ZERO.
001020     05  GP-VIG-DIAS-PERDIDO     PIC 9(03) VALUE ZERO.
001030     05  GP-VIG-MONTO-MEDIO      PIC 9(10)V9(02) VALUE ZERO.
001040     05  GP-VIG-MONTO-ALTO       PIC 9(10)V9(02) VALUE ZERO.
001050
001060 01  GP-MONTO-EDITADO            PIC Z,ZZZ,ZZZ,ZZ9.99.
001070
001080 01  GP-FECHA-HOY                PIC 9(08) VALUE ZERO.
001090 01  GP-USUARIO                  PIC X(08).
001100 01  GP-COD-INGRESADO            PIC X(04).
001110
001120 01  GP-ENTRADA                  PIC X(10).
001130 01  GP-ENTRADA-JUSTIF           PIC X(10).
001140 01  GP-ENTRADA-NUM REDEFINES GP-ENTRADA-JUSTIF
001150                                 PIC 9(10).
001160 01  GP-ENTRADA-AUX              PIC X(10).
001170
001180 01  GP-NUEVOS.
001190     05  GP-NVO-FECHA            PIC 9(08) VALUE ZERO.
001200     05  GP-NVO-DIAS-ENFRIANDO   PIC 9(03) VALUE ZERO.
001210     05  GP-NVO-DIAS-DORMIDO     PIC 9(03) VALUE ZERO.
001220     05  GP-NVO-DIAS-PERDIDO     PIC 9(03) VALUE ZERO.
001230     05  GP-NVO-MONTO-MEDIO      PIC 9(10)V9(02) VALUE ZERO.
001240     05  GP-NVO-MONTO-ALTO       PIC 9(10)V9(02) VALUE ZERO.
001250
001260 01  GP-CONFIRMA-ENTRADA         PIC X(01).
001270******************************************************************
001280 PROCEDURE DIVISION.
001290
001300 0000-MAINLINE.
001310     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001320     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001330     STOP RUN.
001340
001350******************************************************************
001360*INICIALIZAR: abre (o crea) el archivo de parametros, muestra el
001370*juego vigente, controla la autorizacion del usuario contra el
001380*codigo de gerencia vigente de PARAMS y toma el juego futuro.
001390******************************************************************
001400 1000-INICIALIZAR.
001410     ACCEPT GP-FECHA-HOY FROM DATE YYYYMMDD.
001420     DISPLAY "Ingrese su identificacion de usuario".
001430     ACCEPT GP-USUARIO.
001440     OPEN I-O SEGMENT-PARAMS-FILE.
001450     IF GP-SEG-NO-EXISTE
001460         OPEN OUTPUT SEGMENT-PARAMS-FILE
001470         CLOSE SEGMENT-PARAMS-FILE
001480         OPEN I-O SEGMENT-PARAMS-FILE
001490     END-IF.
001500     IF NOT GP-SEG-STATUS-OK
001510         DISPLAY "No se pudo abrir SEGMENT-PARAMS-FILE, status "
001520             GP-SEG-STATUS
001530         MOVE 12 TO RETURN-CODE
001540         GO TO 1000-EXIT
001550     END-IF.
001560     PERFORM 1500-BUSCAR-COD-GERENCIA THRU 1500-EXIT.
001570     PERFORM 2000-BUSCAR-VIGENTE THRU 2000-EXIT.
001580     PERFORM 3000-CONTROLAR-AUTORIZACION THRU 3000-EXIT.
001590     IF GP-DATO-VALIDO
001600         PERFORM 4000-CARGAR-JUEGO-FUTURO THRU 4000-EXIT
001610     END-IF.
001620     CLOSE SEGMENT-PARAMS-FILE.
001630 1000-EXIT.
001640     EXIT.
001650
001660******************************************************************
001670*BUSCAR-COD-GERENCIA: toma de PARAMS el codigo de gerencia
001680*vigente a hoy, el mismo que exige el mantenimiento de PARAMS.
001690*Sin archivo rige el codigo por defecto historico.
001700******************************************************************
001710 1500-BUSCAR-COD-GERENCIA.
001720     MOVE GP-DEF-COD-GERENCIA TO GP-COD-GERENCIA.
001730     OPEN INPUT PRICE-PARAMS-FILE.
001740     IF NOT GP-PAR-STATUS-OK
001750         DISPLAY "Sin archivo PARAMS, rige el codigo por defecto"
001760         GO TO 1500-EXIT
001770     END-IF.
001780     MOVE LOW-VALUES TO PR-FECHA-VIGENCIA.
001790     START PRICE-PARAMS-FILE
001800         KEY IS NOT LESS THAN PR-FECHA-VIGENCIA
001810         INVALID KEY SET GP-FIN-PARAMS TO TRUE
001820     END-START.
001830     PERFORM 1510-LEER-PARAMETRO THRU 1510-EXIT
001840         UNTIL GP-FIN-PARAMS.
001850     CLOSE PRICE-PARAMS-FILE.
001860 1500-EXIT.
001870     EXIT.
001880
001890 1510-LEER-PARAMETRO.
001900     READ PRICE-PARAMS-FILE NEXT RECORD
001910         AT END
001920             SET GP-FIN-PARAMS TO TRUE
001930     END-READ.
001940     IF GP-FIN-PARAMS
001950         GO TO 1510-EXIT
001960     END-IF.
001970     IF PR-FECHA-VIGENCIA > GP-FECHA-HOY
001980         SET GP-FIN-PARAMS TO TRUE
001990         GO TO 1510-EXIT
002000     END-IF.
002010     MOVE PR-COD-GERENCIA TO GP-COD-GERENCIA.
002020 1510-EXIT.
002030     EXIT.
002040
002050******************************************************************
002060*BUSCAR-VIGENTE: recorre el archivo de parametros y retiene el
002070*juego de mayor fecha de vigencia que no supere hoy; sin juego
002080*vigente muestra los valores por defecto.
002090******************************************************************
002100 2000-BUSCAR-VIGENTE.
002110     MOVE ZERO TO GP-VIG-FECHA.
002120     MOVE GP-DEF-DIAS-ENFRIANDO TO GP-VIG-DIAS-ENFRIANDO.
002130     MOVE GP-DEF-DIAS-DORMIDO TO GP-VIG-DIAS-DORMIDO.
002140     MOVE GP-DEF-DIAS-PERDIDO TO GP-VIG-DIAS-PERDIDO.
002150     MOVE GP-DEF-MONTO-MEDIO TO GP-VIG-MONTO-MEDIO.
002160     MOVE GP-DEF-MONTO-ALTO TO GP-VIG-MONTO-ALTO.
002170     MOVE LOW-VALUES TO SG-FECHA-VIGENCIA.
002180     START SEGMENT-PARAMS-FILE
002190         KEY IS NOT LESS THAN SG-FECHA-VIGENCIA
002200         INVALID KEY SET GP-FIN-SEG TO TRUE
002210     END-START.
002220     PERFORM 2100-LEER-SEGMENTACION THRU 2100-EXIT
002230         UNTIL GP-FIN-SEG.
002240     IF GP-HAY-VIGENTE
002250         DISPLAY "Parametros vigentes desde " GP-VIG-FECHA ":"
002260     ELSE
002270         DISPLAY "Sin juego vigente, rigen los valores por "
002280             "defecto:"
002290     END-IF.
002300     DISPLAY "  Enfriandose desde.: " GP-VIG-DIAS-ENFRIANDO
002310         " dias sin comprar".
002320     DISPLAY "  Dormido desde.....: " GP-VIG-DIAS-DORMIDO
002330         " dias sin comprar".
002340     DISPLAY "  Perdido desde.....: " GP-VIG-DIAS-PERDIDO
002350         " dias sin comprar".
002360     MOVE GP-VIG-MONTO-MEDIO TO GP-MONTO-EDITADO.
002370     DISPLAY "  Valor medio desde.: " GP-MONTO-EDITADO.
002380     MOVE GP-VIG-MONTO-ALTO TO GP-MONTO-EDITADO.
002390     DISPLAY "  Valor alto desde..: " GP-MONTO-EDITADO.
002400 2000-EXIT.
002410     EXIT.
002420
002430 2100-LEER-SEGMENTACION.
002440     READ SEGMENT-PARAMS-FILE NEXT RECORD
002450         AT END
002460             SET GP-FIN-SEG TO TRUE
002470     END-READ.
002480     IF GP-FIN-SEG
002490         GO TO 2100-EXIT
002500     END-IF.
002510     IF SG-FECHA-VIGENCIA > GP-FECHA-HOY
002520         SET GP-FIN-SEG TO TRUE
002530         GO TO 2100-EXIT
002540     END-IF.
002550     MOVE SG-FECHA-VIGENCIA TO GP-VIG-FECHA.
002560     MOVE SG-DIAS-ENFRIANDO TO GP-VIG-DIAS-ENFRIANDO.
002570     MOVE SG-DIAS-DORMIDO   TO GP-VIG-DIAS-DORMIDO.
002580     MOVE SG-DIAS-PERDIDO   TO GP-VIG-DIAS-PERDIDO.
002590     MOVE SG-MONTO-MEDIO    TO GP-VIG-MONTO-MEDIO.
002600     MOVE SG-MONTO-ALTO     TO GP-VIG-MONTO-ALTO.
002610     SET GP-HAY-VIGENTE TO TRUE.
002620 2100-EXIT.
002630     EXIT.
002640
002650******************************************************************
002660*CONTROLAR-AUTORIZACION: el usuario debe conocer el codigo de
002670*gerencia vigente para poder tocar los parametros de
002680*segmentacion, igual que en el mantenimiento de PARAMS.
002690******************************************************************
002700 3000-CONTROLAR-AUTORIZACION.
002710     MOVE "N" TO GP-SW-DATO-OK.
002720     DISPLAY "Ingrese el codigo de autorizacion de gerencia".
002730     ACCEPT GP-COD-INGRESADO.
002740     IF GP-COD-INGRESADO = GP-COD-GERENCIA
002750         SET GP-DATO-VALIDO TO TRUE
002760     ELSE
002770         DISPLAY "Codigo invalido: usuario " GP-USUARIO
002780             " no autorizado"
002790         MOVE 8 TO RETURN-CODE
002800     END-IF.
002810 3000-EXIT.
002820     EXIT.
002830
002840******************************************************************
002850*CARGAR-JUEGO-FUTURO: toma la fecha de vigencia (posterior a
002860*hoy), los tres cortes en dias (crecientes) y los dos montos
002870*(el medio menor que el alto) del juego nuevo, y lo graba; si la
002880*fecha ya tiene un juego cargado, lo reemplaza previa
002890*confirmacion.
002900******************************************************************
002910 4000-CARGAR-JUEGO-FUTURO.
002920     DISPLAY "Fecha de vigencia del juego nuevo (AAAAMMDD)".
002930     PERFORM 5000-PEDIR-NUMERO THRU 5000-EXIT.
002940     IF NOT GP-DATO-VALIDO
002950         GO TO 4000-EXIT
002960     END-IF.
002970     IF GP-ENTRADA-NUM NOT GREATER THAN GP-FECHA-HOY
002980         DISPLAY "La vigencia debe ser posterior a hoy ("
002990             GP-FECHA-HOY ")"
003000         GO TO 4000-EXIT
003010     END-IF.
003020     MOVE GP-ENTRADA-NUM TO GP-NVO-FECHA.
003030     DISPLAY "Dias sin comprar para enfriandose (1 a 997)".
003040     PERFORM 5000-PEDIR-NUMERO THRU 5000-EXIT.
003050     IF NOT GP-DATO-VALIDO
003060         GO TO 4000-EXIT
003070     END-IF.
003080     IF GP-ENTRADA-NUM = ZERO OR GP-ENTRADA-NUM > 997
003090         DISPLAY "Dias fuera de rango"
003100         GO TO 4000-EXIT
003110     END-IF.
003120     MOVE GP-ENTRADA-NUM TO GP-NVO-DIAS-ENFRIANDO.
003130     DISPLAY "Dias sin comprar para dormido (mayor que "
003140         GP-NVO-DIAS-ENFRIANDO ")".
003150     PERFORM 5000-PEDIR-NUMERO THRU 5000-EXIT.
003160     IF NOT GP-DATO-VALIDO
003170         GO TO 4000-EXIT
003180     END-IF.
003190     IF GP-ENTRADA-NUM NOT > GP-NVO-DIAS-ENFRIANDO
003200             OR GP-ENTRADA-NUM > 998
003210         DISPLAY "Dias fuera de rango"
003220         GO TO 4000-EXIT
003230     END-IF.
003240     MOVE GP-ENTRADA-NUM TO GP-NVO-DIAS-DORMIDO.
003250     DISPLAY "Dias sin comprar para perdido (mayor que "
003260         GP-NVO-DIAS-DORMIDO ")".
003270     PERFORM 5000-PEDIR-NUMERO THRU 5000-EXIT.
003280     IF NOT GP-DATO-VALIDO
003290         GO TO 4000-EXIT
003300     END-IF.
003310     IF GP-ENTRADA-NUM NOT > GP-NVO-DIAS-DORMIDO
003320             OR GP-ENTRADA-NUM > 999
003330         DISPLAY "Dias fuera de rango"
003340         GO TO 4000-EXIT
003350     END-IF.
003360     MOVE GP-ENTRADA-NUM TO GP-NVO-DIAS-PERDIDO.
003370     DISPLAY "Monto historico para valor medio (pesos, sin "
003380         "centavos)".
003390     PERFORM 5000-PEDIR-NUMERO THRU 5000-EXIT.
003400     IF NOT GP-DATO-VALIDO
003410         GO TO 4000-EXIT
003420     END-IF.
003430     IF GP-ENTRADA-NUM = ZERO
003440         DISPLAY "Monto fuera de rango"
003450         GO TO 4000-EXIT
003460     END-IF.
003470     MOVE GP-ENTRADA-NUM TO GP-NVO-MONTO-MEDIO.
003480     DISPLAY "Monto historico para valor alto (pesos, sin "
003490         "centavos)".
003500     PERFORM 5000-PEDIR-NUMERO THRU 5000-EXIT.
003510     IF NOT GP-DATO-VALIDO
003520         GO TO 4000-EXIT
003530     END-IF.
003540     IF GP-ENTRADA-NUM NOT > GP-NVO-MONTO-MEDIO
003550         DISPLAY "El monto alto debe superar al medio"
003560         GO TO 4000-EXIT
003570     END-IF.
003580     MOVE GP-ENTRADA-NUM TO GP-NVO-MONTO-ALTO.
003590     DISPLAY "Graba el juego con vigencia " GP-NVO-FECHA
003600         "? (S/N)".
003610     ACCEPT GP-CONFIRMA-ENTRADA.
003620     IF GP-CONFIRMA-ENTRADA NOT = "S"
003630             AND GP-CONFIRMA-ENTRADA NOT = "s"
003640         DISPLAY "Carga cancelada por el operador"
003650         GO TO 4000-EXIT
003660     END-IF.
003670     PERFORM 4200-ARMAR-REGISTRO THRU 4200-EXIT.
003680     WRITE SG-SEG-RECORD
003690         INVALID KEY
003700             PERFORM 4500-REEMPLAZAR-JUEGO THRU 4500-EXIT
003710         NOT INVALID KEY
003720             DISPLAY "Juego de parametros grabado"
003730     END-WRITE.
003740 4000-EXIT.
003750     EXIT.
003760
003770 4200-ARMAR-REGISTRO.
003780     MOVE SPACES TO SG-SEG-RECORD.
003790     MOVE GP-NVO-FECHA          TO SG-FECHA-VIGENCIA.
003800     MOVE GP-NVO-DIAS-ENFRIANDO TO SG-DIAS-ENFRIANDO.
003810     MOVE GP-NVO-DIAS-DORMIDO   TO SG-DIAS-DORMIDO.
003820     MOVE GP-NVO-DIAS-PERDIDO   TO SG-DIAS-PERDIDO.
003830     MOVE GP-NVO-MONTO-MEDIO    TO SG-MONTO-MEDIO.
003840     MOVE GP-NVO-MONTO-ALTO     TO SG-MONTO-ALTO.
003850 4200-EXIT.
003860     EXIT.
003870
003880******************************************************************
003890*REEMPLAZAR-JUEGO: la fecha ya tenia un juego cargado; se
003900*reemplaza previa confirmacion del operador.
003910******************************************************************
003920 4500-REEMPLAZAR-JUEGO.
003930     DISPLAY "Esa fecha ya tiene un juego cargado. "
003940         "Reemplazarlo? (S/N)".
003950     ACCEPT GP-CONFIRMA-ENTRADA.
003960     IF GP-CONFIRMA-ENTRADA = "S" OR GP-CONFIRMA-ENTRADA = "s"
003970         PERFORM 4200-ARMAR-REGISTRO THRU 4200-EXIT
003980         REWRITE SG-SEG-RECORD
003990         DISPLAY "Juego de parametros reemplazado"
004000     ELSE
004010         DISPLAY "Carga cancelada por el operador"
004020     END-IF.
004030 4500-EXIT.
004040     EXIT.
004050
004060******************************************************************
004070*PEDIR-NUMERO: pide un valor numerico, acomodandolo a la
004080*derecha con ceros a la izquierda antes de probar IS NUMERIC,
004090*como los demas ingresos numericos por pantalla del sistema.
004100******************************************************************
004110 5000-PEDIR-NUMERO.
004120     MOVE "N" TO GP-SW-DATO-OK.
004130     MOVE SPACES TO GP-ENTRADA.
004140     ACCEPT GP-ENTRADA.
004150     IF GP-ENTRADA = SPACES
004160         DISPLAY "Valor vacio"
004170         GO TO 5000-EXIT
004180     END-IF.
004190     MOVE GP-ENTRADA TO GP-ENTRADA-JUSTIF.
004200     PERFORM 5100-ALINEAR-DERECHA THRU 5100-EXIT
004210         UNTIL GP-ENTRADA-JUSTIF(10:1) NOT = SPACE.
004220     INSPECT GP-ENTRADA-JUSTIF REPLACING LEADING SPACES
004230         BY ZEROS.
004240     IF GP-ENTRADA-JUSTIF IS NUMERIC
004250         SET GP-DATO-VALIDO TO TRUE
004260     ELSE
004270         DISPLAY "Valor no numerico"
004280     END-IF.
004290 5000-EXIT.
004300     EXIT.
004310
004320 5100-ALINEAR-DERECHA.
004330     MOVE GP-ENTRADA-JUSTIF TO GP-ENTRADA-AUX.
004340     MOVE GP-ENTRADA-AUX(1:9) TO GP-ENTRADA-JUSTIF(2:9).
004350     MOVE SPACE TO GP-ENTRADA-JUSTIF(1:1).
004360 5100-EXIT.
004370     EXIT.
004380
004390******************************************************************
004400*FINALIZAR: fin del mantenimiento de parametros de segmentacion.
004410******************************************************************
004420 9000-FINALIZAR.
004430     DISPLAY "Fin del mantenimiento de parametros de "
004440         "segmentacion".
004450 9000-EXIT.
004460     EXIT.
004470
004480 END PROGRAM Ejercicio2Segpar.
