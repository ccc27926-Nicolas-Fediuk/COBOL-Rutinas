000100******************************************************************
000110*PROGRAMA    : Ejercicio1Compar
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Mantenimiento de las reglas de comision de
000170*              cajeros (COMMISSION-PARAMS-FILE, copybook COMPAR),
000180*              gemelo del mantenimiento de parametros de
000190*              prevencion. Pide la sucursal (en blanco, la regla
000200*              general), muestra la regla vigente para ella (la
000210*              propia, la general o los valores por defecto con
000220*              que corre la comision si no hay ninguna) y permite
000230*              a un usuario autorizado (debe conocer el codigo de
000240*              gerencia vigente de PARAMS) cargar una regla con
000250*              fecha de vigencia futura: porcentaje de comision,
000260*              piso de venta neta y porcentaje de los faltantes
000270*              de caja que se descuenta.
000280******************************************************************
000290*HISTORIAL DE MODIFICACIONES
000300*FECHA       INIC.  DESCRIPCION
000310*----------  -----  -------------------------------------------
000320*2026-10-15  RF     Version original.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. Ejercicio1Compar.
000360 AUTHOR. R. FEDIUK.
000370 INSTALLATION. CASA CENTRAL.
000380 DATE-WRITTEN. 2026-10-15.
000390 DATE-COMPILED.
000400******************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT COMMISSION-PARAMS-FILE ASSIGN TO "COMPARMS"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS KP-CLAVE
000480         FILE STATUS IS KM-COM-STATUS.
000490     SELECT PRICE-PARAMS-FILE ASSIGN TO "PARAMS"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS PR-FECHA-VIGENCIA
000530         FILE STATUS IS KM-PAR-STATUS.
000540******************************************************************
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  COMMISSION-PARAMS-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY COMPAR.
000600
000610 FD  PRICE-PARAMS-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY PARAMS.
000640
000650 WORKING-STORAGE SECTION.
000660 01  KM-SWITCHES.
000670     05  KM-SW-FIN-COMISION      PIC X(01) VALUE "N".
000680         88  KM-FIN-COMISION            VALUE "S".
000690     05  KM-SW-FIN-PARAMS        PIC X(01) VALUE "N".
000700         88  KM-FIN-PARAMS              VALUE "S".
000710     05  KM-SW-VIGENTE           PIC X(01) VALUE "N".
000720         88  KM-HAY-VIGENTE             VALUE "S".
000730     05  KM-SW-DATO-OK           PIC X(01) VALUE "N".
000740         88  KM-DATO-VALIDO             VALUE "S".
000750
000760 01  KM-COM-STATUS               PIC X(02).
000770     88  KM-COM-STATUS-OK              VALUE "00".
000780     88  KM-COM-NO-EXISTE              VALUE "23" "35".
000790
000800 01  KM-PAR-STATUS               PIC X(02).
000810     88  KM-PAR-STATUS-OK              VALUE "00".
000820
000830 01  KM-DEFECTOS.
000840     05  KM-DEF-COD-GERENCIA     PIC X(04) VALUE "GER1".
000850
000860******************************************************************
000870*VALORES POR DEFECTO: los mismos con que corre la comision
000880*mensual cuando no hay regla vigente.
000890******************************************************************
000900 01  KM-DEFECTOS-COMISION.
000910     05  KM-DEF-PORCENTAJE       PIC 9(02)V9(02) VALUE 1.00.
000920     05  KM-DEF-PISO-VENTAS      PIC 9(10)V9(02) VALUE ZERO.
000930     05  KM-DEF-PORC-FALTANTE    PIC 9(03) VALUE 100.
000940
000950 01  KM-COD-GERENCIA             PIC X(04) VALUE SPACES.
000960
000970 01  KM-VIGENTES.
000980     05  KM-VIG-ORIGEN           PIC X(20) VALUE SPACES.
000990     05  KM-VIG-FECHA            PIC 9(08) VALUE ZERO.
001000     05  KM-VIG-PORCENTAJE       PIC 9(02)V9(02) VALUE ZERO.
001010     05  KM-VIG-PISO-VENTAS      PIC 9(10)V9(02) VALUE ZERO.
001020     05  KM-VIG-PORC-FALTANTE    PIC 9(03) VALUE ZERO.
001030
001040 01  KM-EDICION.
001050     05  KM-ED-PORCENTAJE        PIC Z9.99.
001060     05  KM-ED-PISO              PIC Z,ZZZ,ZZZ,ZZ9.
001070
001080 01  KM-FECHA-HOY                PIC 9(08) VALUE ZERO.
001090 01  KM-USUARIO                  PIC X(08).
001100 01  KM-COD-INGRESADO            PIC X(04).
001110 01  KM-SUCURSAL                 PIC X(03) VALUE SPACES.
001120 01  KM-SUC-BUSCADA              PIC X(03) VALUE SPACES.
001130 01  KM-MAX-PORCENTAJE           PIC 9(04) VALUE 2000.
001140
001150 01  KM-ENTRADA                  PIC X(10).
001160 01  KM-ENTRADA-JUSTIF           PIC X(10).
001170 01  KM-ENTRADA-NUM REDEFINES KM-ENTRADA-JUSTIF
001180                                 PIC 9(10).
001190 01  KM-ENTRADA-AUX              PIC X(10).
001200
001210 01  KM-NUEVOS.
001220     05  KM-NVO-FECHA            PIC 9(08) VALUE ZERO.
001230     05  KM-NVO-PORCENTAJE       PIC 9(02)V9(02) VALUE ZERO.
001240     05  KM-NVO-PISO-VENTAS      PIC 9(10)V9(02) VALUE ZERO.
001250     05  KM-NVO-PORC-FALTANTE    PIC 9(03) VALUE ZERO.
001260
001270 01  KM-CONFIRMA-ENTRADA         PIC X(01).
001280******************************************************************
001290 PROCEDURE DIVISION.
001300
001310 0000-MAINLINE.
001320     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001330     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001340     STOP RUN.
001350
001360******************************************************************
001370*INICIALIZAR: abre (o crea) el archivo de reglas, pide la
001380*sucursal, muestra la regla vigente, controla la autorizacion del
001390*usuario contra el codigo de gerencia vigente de PARAMS y toma la
001400*regla futura.
001410******************************************************************
001420 1000-INICIALIZAR.
001430     ACCEPT KM-FECHA-HOY FROM DATE YYYYMMDD.
001440     DISPLAY "Ingrese su identificacion de usuario".
001450     ACCEPT KM-USUARIO.
001460     OPEN I-O COMMISSION-PARAMS-FILE.
001470     IF KM-COM-NO-EXISTE
001480         OPEN OUTPUT COMMISSION-PARAMS-FILE
001490         CLOSE COMMISSION-PARAMS-FILE
001500         OPEN I-O COMMISSION-PARAMS-FILE
001510     END-IF.
001520     IF NOT KM-COM-STATUS-OK
001530         DISPLAY "No se pudo abrir COMMISSION-PARAMS-FILE, "
001540             "status " KM-COM-STATUS
001550         MOVE 12 TO RETURN-CODE
001560         GO TO 1000-EXIT
001570     END-IF.
001580     PERFORM 1500-BUSCAR-COD-GERENCIA THRU 1500-EXIT.
001590     DISPLAY "Sucursal (3 posiciones; vacio = regla general)".
001600     ACCEPT KM-SUCURSAL.
001610     PERFORM 2000-BUSCAR-VIGENTE THRU 2000-EXIT.
001620     PERFORM 3000-CONTROLAR-AUTORIZACION THRU 3000-EXIT.
001630     IF KM-DATO-VALIDO
001640         PERFORM 4000-CARGAR-REGLA-FUTURA THRU 4000-EXIT
001650     END-IF.
001660     CLOSE COMMISSION-PARAMS-FILE.
001670 1000-EXIT.
001680     EXIT.
001690
001700******************************************************************
001710*BUSCAR-COD-GERENCIA: toma de PARAMS el codigo de gerencia
001720*vigente a hoy, el mismo que exige el mantenimiento de PARAMS.
001730*Sin archivo rige el codigo por defecto historico.
001740******************************************************************
001750 1500-BUSCAR-COD-GERENCIA.
001760     MOVE KM-DEF-COD-GERENCIA TO KM-COD-GERENCIA.
001770     OPEN INPUT PRICE-PARAMS-FILE.
001780     IF NOT KM-PAR-STATUS-OK
001790         DISPLAY "Sin archivo PARAMS, rige el codigo por defecto"
001800         GO TO 1500-EXIT
001810     END-IF.
001820     MOVE LOW-VALUES TO PR-FECHA-VIGENCIA.
001830     START PRICE-PARAMS-FILE
001840         KEY IS NOT LESS THAN PR-FECHA-VIGENCIA
001850         INVALID KEY SET KM-FIN-PARAMS TO TRUE
001860     END-START.
001870     PERFORM 1510-LEER-PARAMETRO THRU 1510-EXIT
001880         UNTIL KM-FIN-PARAMS.
001890     CLOSE PRICE-PARAMS-FILE.
001900 1500-EXIT.
001910     EXIT.
001920
001930 1510-LEER-PARAMETRO.
001940     READ PRICE-PARAMS-FILE NEXT RECORD
001950         AT END
001960             SET KM-FIN-PARAMS TO TRUE
001970     END-READ.
001980     IF KM-FIN-PARAMS
001990         GO TO 1510-EXIT
002000     END-IF.
002010     IF PR-FECHA-VIGENCIA > KM-FECHA-HOY
002020         SET KM-FIN-PARAMS TO TRUE
002030         GO TO 1510-EXIT
002040     END-IF.
002050     MOVE PR-COD-GERENCIA TO KM-COD-GERENCIA.
002060 1510-EXIT.
002070     EXIT.
002080
002090******************************************************************
002100*BUSCAR-VIGENTE: retiene la regla general de mayor fecha de
002110*vigencia que no supere hoy y, si se pidio una sucursal, la
002120*propia de la sucursal en las mismas condiciones, que manda sobre
002130*la general; sin ninguna muestra los valores por defecto.
002140******************************************************************
002150 2000-BUSCAR-VIGENTE.
002160     MOVE "VALORES POR DEFECTO" TO KM-VIG-ORIGEN.
002170     MOVE ZERO TO KM-VIG-FECHA.
002180     MOVE KM-DEF-PORCENTAJE TO KM-VIG-PORCENTAJE.
002190     MOVE KM-DEF-PISO-VENTAS TO KM-VIG-PISO-VENTAS.
002200     MOVE KM-DEF-PORC-FALTANTE TO KM-VIG-PORC-FALTANTE.
002210     MOVE SPACES TO KM-SUC-BUSCADA.
002220     PERFORM 2050-RECORRER-SUCURSAL THRU 2050-EXIT.
002230     IF KM-HAY-VIGENTE
002240         MOVE "REGLA GENERAL" TO KM-VIG-ORIGEN
002250     END-IF.
002260     IF KM-SUCURSAL NOT = SPACES
002270         MOVE "N" TO KM-SW-VIGENTE
002280         MOVE KM-SUCURSAL TO KM-SUC-BUSCADA
002290         PERFORM 2050-RECORRER-SUCURSAL THRU 2050-EXIT
002300         IF KM-HAY-VIGENTE
002310             MOVE "REGLA DE LA SUCURSAL" TO KM-VIG-ORIGEN
002320         END-IF
002330     END-IF.
002340     IF KM-VIG-FECHA = ZERO
002350         DISPLAY "Sin regla vigente, rigen los valores por "
002360             "defecto:"
002370     ELSE
002380         DISPLAY "Rige la " KM-VIG-ORIGEN " desde "
002390             KM-VIG-FECHA ":"
002400     END-IF.
002410     MOVE KM-VIG-PORCENTAJE TO KM-ED-PORCENTAJE.
002420     MOVE KM-VIG-PISO-VENTAS TO KM-ED-PISO.
002430     DISPLAY "  Comision.........: " KM-ED-PORCENTAJE
002440         "% de la venta neta".
002450     DISPLAY "  Piso de venta....: $" KM-ED-PISO.
002460     DISPLAY "  Desc. faltantes..: " KM-VIG-PORC-FALTANTE
002470         "% del faltante fuera de tolerancia".
002480 2000-EXIT.
002490     EXIT.
002500
002510******************************************************************
002520*RECORRER-SUCURSAL: lee las reglas de KM-SUC-BUSCADA en orden de
002530*vigencia y se queda con la ultima que no supere hoy.
002540******************************************************************
002550 2050-RECORRER-SUCURSAL.
002560     MOVE "N" TO KM-SW-FIN-COMISION.
002570     MOVE LOW-VALUES TO KP-CLAVE.
002580     MOVE KM-SUC-BUSCADA TO KP-SUCURSAL.
002590     START COMMISSION-PARAMS-FILE
002600         KEY IS NOT LESS THAN KP-CLAVE
002610         INVALID KEY SET KM-FIN-COMISION TO TRUE
002620     END-START.
002630     PERFORM 2100-LEER-COMISION THRU 2100-EXIT
002640         UNTIL KM-FIN-COMISION.
002650 2050-EXIT.
002660     EXIT.
002670
002680 2100-LEER-COMISION.
002690     READ COMMISSION-PARAMS-FILE NEXT RECORD
002700         AT END
002710             SET KM-FIN-COMISION TO TRUE
002720     END-READ.
002730     IF KM-FIN-COMISION
002740         GO TO 2100-EXIT
002750     END-IF.
002760     IF KP-SUCURSAL NOT = KM-SUC-BUSCADA
002770             OR KP-FECHA-VIGENCIA > KM-FECHA-HOY
002780         SET KM-FIN-COMISION TO TRUE
002790         GO TO 2100-EXIT
002800     END-IF.
002810     MOVE KP-FECHA-VIGENCIA TO KM-VIG-FECHA.
002820     MOVE KP-PORCENTAJE     TO KM-VIG-PORCENTAJE.
002830     MOVE KP-PISO-VENTAS    TO KM-VIG-PISO-VENTAS.
002840     MOVE KP-PORC-FALTANTE  TO KM-VIG-PORC-FALTANTE.
002850     SET KM-HAY-VIGENTE TO TRUE.
002860 2100-EXIT.
002870     EXIT.
002880
002890******************************************************************
002900*CONTROLAR-AUTORIZACION: el usuario debe conocer el codigo de
002910*gerencia vigente para poder tocar las reglas de comision, igual
002920*que en el mantenimiento de PARAMS.
002930******************************************************************
002940 3000-CONTROLAR-AUTORIZACION.
002950     MOVE "N" TO KM-SW-DATO-OK.
002960     DISPLAY "Ingrese el codigo de autorizacion de gerencia".
002970     ACCEPT KM-COD-INGRESADO.
002980     IF KM-COD-INGRESADO = KM-COD-GERENCIA
002990         SET KM-DATO-VALIDO TO TRUE
003000     ELSE
003010         DISPLAY "Codigo invalido: usuario " KM-USUARIO
003020             " no autorizado"
003030         MOVE 8 TO RETURN-CODE
003040     END-IF.
003050 3000-EXIT.
003060     EXIT.
003070
003080******************************************************************
003090*CARGAR-REGLA-FUTURA: toma la fecha de vigencia (posterior a
003100*hoy), el porcentaje de comision, el piso y el porcentaje de
003110*descuento de faltantes de la regla nueva de la sucursal, y la
003120*graba; si la fecha ya tiene una regla cargada, la reemplaza
003130*previa confirmacion.
003140******************************************************************
003150 4000-CARGAR-REGLA-FUTURA.
003160     DISPLAY "Fecha de vigencia de la regla nueva (AAAAMMDD)".
003170     PERFORM 5000-PEDIR-NUMERO THRU 5000-EXIT.
003180     IF NOT KM-DATO-VALIDO
003190         GO TO 4000-EXIT
003200     END-IF.
003210     IF KM-ENTRADA-NUM NOT GREATER THAN KM-FECHA-HOY
003220         DISPLAY "La vigencia debe ser posterior a hoy ("
003230             KM-FECHA-HOY ")"
003240         GO TO 4000-EXIT
003250     END-IF.
003260     MOVE KM-ENTRADA-NUM TO KM-NVO-FECHA.
003270     DISPLAY "Porcentaje de comision en centesimos (150 = 1,50%;"
003280         " hasta " KM-MAX-PORCENTAJE ")".
003290     PERFORM 5000-PEDIR-NUMERO THRU 5000-EXIT.
003300     IF NOT KM-DATO-VALIDO
003310         GO TO 4000-EXIT
003320     END-IF.
003330     IF KM-ENTRADA-NUM = ZERO
003340             OR KM-ENTRADA-NUM > KM-MAX-PORCENTAJE
003350         DISPLAY "Porcentaje fuera de rango"
003360         GO TO 4000-EXIT
003370     END-IF.
003380     COMPUTE KM-NVO-PORCENTAJE = KM-ENTRADA-NUM / 100.
003390     DISPLAY "Piso de venta neta del mes en pesos (0 = sin piso)".
003400     PERFORM 5000-PEDIR-NUMERO THRU 5000-EXIT.
003410     IF NOT KM-DATO-VALIDO
003420         GO TO 4000-EXIT
003430     END-IF.
003440     MOVE KM-ENTRADA-NUM TO KM-NVO-PISO-VENTAS.
003450     DISPLAY "Porcentaje del faltante de caja fuera de tolerancia"
003460         " que se descuenta (0 a 100)".
003470     PERFORM 5000-PEDIR-NUMERO THRU 5000-EXIT.
003480     IF NOT KM-DATO-VALIDO
003490         GO TO 4000-EXIT
003500     END-IF.
003510     IF KM-ENTRADA-NUM > 100
003520         DISPLAY "Porcentaje fuera de rango"
003530         GO TO 4000-EXIT
003540     END-IF.
003550     MOVE KM-ENTRADA-NUM TO KM-NVO-PORC-FALTANTE.
003560     DISPLAY "Graba la regla con vigencia " KM-NVO-FECHA
003570         "? (S/N)".
003580     ACCEPT KM-CONFIRMA-ENTRADA.
003590     IF KM-CONFIRMA-ENTRADA NOT = "S"
003600             AND KM-CONFIRMA-ENTRADA NOT = "s"
003610         DISPLAY "Carga cancelada por el operador"
003620         GO TO 4000-EXIT
003630     END-IF.
003640     PERFORM 4200-ARMAR-REGISTRO THRU 4200-EXIT.
003650     WRITE KP-COMISION-RECORD
003660         INVALID KEY
003670             PERFORM 4500-REEMPLAZAR-REGLA THRU 4500-EXIT
003680         NOT INVALID KEY
003690             DISPLAY "Regla de comision grabada"
003700     END-WRITE.
003710 4000-EXIT.
003720     EXIT.
003730
003740 4200-ARMAR-REGISTRO.
003750     MOVE SPACES TO KP-COMISION-RECORD.
003760     MOVE KM-SUCURSAL          TO KP-SUCURSAL.
003770     MOVE KM-NVO-FECHA         TO KP-FECHA-VIGENCIA.
003780     MOVE KM-NVO-PORCENTAJE    TO KP-PORCENTAJE.
003790     MOVE KM-NVO-PISO-VENTAS   TO KP-PISO-VENTAS.
003800     MOVE KM-NVO-PORC-FALTANTE TO KP-PORC-FALTANTE.
003810     MOVE KM-FECHA-HOY         TO KP-FECHA-ALTA.
003820     MOVE KM-USUARIO           TO KP-USUARIO.
003830 4200-EXIT.
003840     EXIT.
003850
003860******************************************************************
003870*REEMPLAZAR-REGLA: la sucursal ya tenia una regla con esa fecha;
003880*se reemplaza previa confirmacion del operador.
003890******************************************************************
003900 4500-REEMPLAZAR-REGLA.
003910     DISPLAY "Esa fecha ya tiene una regla cargada. "
003920         "Reemplazarla? (S/N)".
003930     ACCEPT KM-CONFIRMA-ENTRADA.
003940     IF KM-CONFIRMA-ENTRADA = "S" OR KM-CONFIRMA-ENTRADA = "s"
003950         PERFORM 4200-ARMAR-REGISTRO THRU 4200-EXIT
003960         REWRITE KP-COMISION-RECORD
003970         DISPLAY "Regla de comision reemplazada"
003980     ELSE
003990         DISPLAY "Carga cancelada por el operador"
004000     END-IF.
004010 4500-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050*PEDIR-NUMERO: pide un valor numerico, acomodandolo a la
004060*derecha con ceros a la izquierda antes de probar IS NUMERIC,
004070*como los demas ingresos numericos por pantalla del sistema.
004080******************************************************************
004090 5000-PEDIR-NUMERO.
004100     MOVE "N" TO KM-SW-DATO-OK.
004110     MOVE SPACES TO KM-ENTRADA.
004120     ACCEPT KM-ENTRADA.
004130     IF KM-ENTRADA = SPACES
004140         DISPLAY "Valor vacio"
004150         GO TO 5000-EXIT
004160     END-IF.
004170     MOVE KM-ENTRADA TO KM-ENTRADA-JUSTIF.
004180     PERFORM 5100-ALINEAR-DERECHA THRU 5100-EXIT
004190         UNTIL KM-ENTRADA-JUSTIF(10:1) NOT = SPACE.
004200     INSPECT KM-ENTRADA-JUSTIF REPLACING LEADING SPACES
004210         BY ZEROS.
004220     IF KM-ENTRADA-JUSTIF IS NUMERIC
004230         SET KM-DATO-VALIDO TO TRUE
004240     ELSE
004250         DISPLAY "Valor no numerico"
004260     END-IF.
004270 5000-EXIT.
004280     EXIT.
004290
004300 5100-ALINEAR-DERECHA.
004310     MOVE KM-ENTRADA-JUSTIF TO KM-ENTRADA-AUX.
004320     MOVE KM-ENTRADA-AUX(1:9) TO KM-ENTRADA-JUSTIF(2:9).
004330     MOVE SPACE TO KM-ENTRADA-JUSTIF(1:1).
004340 5100-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380*FINALIZAR: fin del mantenimiento de reglas de comision.
004390******************************************************************
004400 9000-FINALIZAR.
004410     DISPLAY "Fin del mantenimiento de reglas de comision".
004420 9000-EXIT.
004430     EXIT.
004440
004450 END PROGRAM Ejercicio1Compar.
