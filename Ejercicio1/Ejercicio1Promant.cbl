000100******************************************************************
000110*PROGRAMA    : Ejercicio1Promant
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Mantenimiento del calendario de promociones
000170*              (PROMOTION-FILE, copybook PROMOS): alta,
000180*              modificacion, consulta y baja por codigo de
000190*              promocion, como Ejercicio1Artmant para el maestro
000200*              de articulos. Cada promocion tiene rango de fechas,
000210*              dia de la semana, sucursal, medio de pago y
000220*              porcentaje; el cierre aplica a cada venta la de
000230*              mayor porcentaje que corresponda. La baja no borra
000240*              la promocion (el reporte de efectividad la sigue
000250*              necesitando): la pasa a estado B y el cierre deja
000260*              de aplicarla. Cada cambio queda en PROMO-AUDIT-LOG
000270*              con usuario, fecha/hora y los valores antes y
000280*              despues.
000290******************************************************************
000300*HISTORIAL DE MODIFICACIONES
000310*FECHA       INIC.  DESCRIPCION
000320*----------  -----  -------------------------------------------
000330*2026-10-15  RF     Version original.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. Ejercicio1Promant.
000370 AUTHOR. R. FEDIUK.
000380 INSTALLATION. CASA CENTRAL.
000390 DATE-WRITTEN. 2026-10-15.
000400 DATE-COMPILED.
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PROMOTION-FILE ASSIGN TO "PROMOS"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS PO-CODIGO
000490         FILE STATUS IS PN-MAST-STATUS.
000500     SELECT PROMO-AUDIT-LOG ASSIGN TO "PROAUD"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS PN-AUD-STATUS.
000530******************************************************************
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PROMOTION-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY PROMOS.
000590
000600 FD  PROMO-AUDIT-LOG
000610     LABEL RECORDS ARE STANDARD.
000620 01  PU-AUDIT-RECORD.
000630     05  PU-USUARIO              PIC X(08).
000640     05  PU-FECHA                PIC 9(08).
000650     05  PU-HORA                 PIC 9(08).
000660     05  PU-OPERACION            PIC X(10).
000670     05  PU-CODIGO               PIC X(05).
000680     05  PU-ANTES.
000690         10  PU-DESDE-ANTES      PIC 9(08).
000700         10  PU-HASTA-ANTES      PIC 9(08).
000710         10  PU-DIA-ANTES        PIC 9(01).
000720         10  PU-SUCURSAL-ANTES   PIC X(03).
000730         10  PU-MEDIO-ANTES      PIC X(01).
000740         10  PU-PORC-ANTES       PIC 9(02).
000750         10  PU-ESTADO-ANTES     PIC X(01).
000760     05  PU-DESPUES.
000770         10  PU-DESDE-DESPUES    PIC 9(08).
000780         10  PU-HASTA-DESPUES    PIC 9(08).
000790         10  PU-DIA-DESPUES      PIC 9(01).
000800         10  PU-SUCURSAL-DESPUES PIC X(03).
000810         10  PU-MEDIO-DESPUES    PIC X(01).
000820         10  PU-PORC-DESPUES     PIC 9(02).
000830         10  PU-ESTADO-DESPUES   PIC X(01).
000840     05  PU-DESCRIPCION          PIC X(30).
000850     05  FILLER                  PIC X(05).
000860
000870 WORKING-STORAGE SECTION.
000880 01  PN-SWITCHES.
000890     05  PN-SW-FIN               PIC X(01) VALUE "N".
000900         88  PN-FIN                     VALUE "S".
000910     05  PN-SW-EXISTE            PIC X(01) VALUE "N".
000920         88  PN-PROMOCION-EXISTE        VALUE "S".
000930     05  PN-SW-DATO-OK           PIC X(01) VALUE "N".
000940         88  PN-DATO-VALIDO             VALUE "S".
000950
000960 01  PN-MAST-STATUS              PIC X(02).
000970     88  PN-MAST-STATUS-OK             VALUE "00".
000980     88  PN-MAST-NO-EXISTE             VALUE "23" "35".
000990
001000 01  PN-AUD-STATUS               PIC X(02).
001010     88  PN-AUD-STATUS-OK              VALUE "00".
001020
001030 01  PN-CONSTANTES.
001040     05  PN-PORC-MAXIMO          PIC 9(02) VALUE 50.
001050
001060 01  PN-USUARIO                  PIC X(08).
001070 01  PN-OPCION                   PIC 9(01).
001080 01  PN-CODIGO-BUSCADO           PIC X(05).
001090 01  PN-FECHA-HOY                PIC 9(08) VALUE ZERO.
001100 01  PN-CONFIRMA-ENTRADA         PIC X(01).
001110 01  PN-DESCRIPCION-ENTRADA      PIC X(30).
001120
001130 01  PN-ENTRADA                  PIC X(10).
001140 01  PN-ENTRADA-JUSTIF           PIC X(10).
001150 01  PN-ENTRADA-NUM REDEFINES PN-ENTRADA-JUSTIF
001160                                 PIC 9(10).
001170 01  PN-ENTRADA-AUX              PIC X(10).
001180
001190 01  PN-FECHA-ENTRADA            PIC 9(08) VALUE ZERO.
001200 01  PN-FECHA-PARTES REDEFINES PN-FECHA-ENTRADA.
001210     05  PN-FE-ANIO              PIC 9(04).
001220     05  PN-FE-MES               PIC 9(02).
001230     05  PN-FE-DIA               PIC 9(02).
001240
001250 01  PN-CONDICIONES.
001260     05  PN-CON-DESDE            PIC 9(08) VALUE ZERO.
001270     05  PN-CON-HASTA            PIC 9(08) VALUE ZERO.
001280     05  PN-CON-DIA              PIC 9(01) VALUE ZERO.
001290     05  PN-CON-SUCURSAL         PIC X(03) VALUE SPACES.
001300     05  PN-CON-MEDIO            PIC X(01) VALUE SPACE.
001310     05  PN-CON-PORC             PIC 9(02) VALUE ZERO.
001320
001330 01  PN-ANTERIORES.
001340     05  PN-ANT-DESDE            PIC 9(08) VALUE ZERO.
001350     05  PN-ANT-HASTA            PIC 9(08) VALUE ZERO.
001360     05  PN-ANT-DIA              PIC 9(01) VALUE ZERO.
001370     05  PN-ANT-SUCURSAL         PIC X(03) VALUE SPACES.
001380     05  PN-ANT-MEDIO            PIC X(01) VALUE SPACE.
001390     05  PN-ANT-PORC             PIC 9(02) VALUE ZERO.
001400     05  PN-ANT-ESTADO           PIC X(01) VALUE SPACE.
001410
001420 01  PN-OPERACION                PIC X(10) VALUE SPACES.
001430******************************************************************
001440 PROCEDURE DIVISION.
001450
001460 0000-MAINLINE.
001470     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001480     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
001490         UNTIL PN-FIN.
001500     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001510     STOP RUN.
001520
001530******************************************************************
001540*INICIALIZAR: identifica al usuario y abre (o crea) el calendario
001550*de promociones y su log de auditoria. Sin log no hay
001560*mantenimiento: un descuento automatico sin rastro de quien lo
001570*cargo no se puede explicar despues.
001580******************************************************************
001590 1000-INICIALIZAR.
001600     ACCEPT PN-FECHA-HOY FROM DATE YYYYMMDD.
001610     DISPLAY "Ingrese su identificacion de usuario".
001620     ACCEPT PN-USUARIO.
001630     OPEN I-O PROMOTION-FILE.
001640     IF PN-MAST-NO-EXISTE
001650         OPEN OUTPUT PROMOTION-FILE
001660         CLOSE PROMOTION-FILE
001670         OPEN I-O PROMOTION-FILE
001680     END-IF.
001690     IF NOT PN-MAST-STATUS-OK
001700         DISPLAY "No se pudo abrir PROMOTION-FILE, status "
001710             PN-MAST-STATUS
001720         SET PN-FIN TO TRUE
001730         MOVE 12 TO RETURN-CODE
001740         GO TO 1000-EXIT
001750     END-IF.
001760     OPEN EXTEND PROMO-AUDIT-LOG.
001770     IF NOT PN-AUD-STATUS-OK
001780         OPEN OUTPUT PROMO-AUDIT-LOG
001790     END-IF.
001800     IF NOT PN-AUD-STATUS-OK
001810         DISPLAY "No se pudo abrir PROMO-AUDIT-LOG, status "
001820             PN-AUD-STATUS " - mantenimiento cancelado"
001830         SET PN-FIN TO TRUE
001840         MOVE 12 TO RETURN-CODE
001850         CLOSE PROMOTION-FILE
001860     END-IF.
001870 1000-EXIT.
001880     EXIT.
001890
001900******************************************************************
001910*PROCESAR-MENU: atiende una opcion del operador.
001920******************************************************************
001930 2000-PROCESAR-MENU.
001940     DISPLAY " ".
001950     DISPLAY "1=Alta 2=Modificacion 3=Consulta 4=Baja 9=Fin".
001960     ACCEPT PN-OPCION.
001970     EVALUATE PN-OPCION
001980         WHEN 1
001990             PERFORM 3000-ALTA THRU 3000-EXIT
002000         WHEN 2
002010             PERFORM 4000-MODIFICACION THRU 4000-EXIT
002020         WHEN 3
002030             PERFORM 5000-CONSULTA THRU 5000-EXIT
002040         WHEN 4
002050             PERFORM 6000-BAJA THRU 6000-EXIT
002060         WHEN 9
002070             SET PN-FIN TO TRUE
002080         WHEN OTHER
002090             DISPLAY "Opcion invalida"
002100     END-EVALUATE.
002110 2000-EXIT.
002120     EXIT.
002130
002140******************************************************************
002150*BUSCAR-PROMOCION: pide el codigo y lee el calendario.
002160******************************************************************
002170 2500-BUSCAR-PROMOCION.
002180     MOVE "N" TO PN-SW-EXISTE.
002190     DISPLAY "Codigo de promocion (5 posiciones)".
002200     ACCEPT PN-CODIGO-BUSCADO.
002210     MOVE PN-CODIGO-BUSCADO TO PO-CODIGO.
002220     READ PROMOTION-FILE
002230         INVALID KEY
002240             CONTINUE
002250         NOT INVALID KEY
002260             SET PN-PROMOCION-EXISTE TO TRUE
002270     END-READ.
002280 2500-EXIT.
002290     EXIT.
002300
002310******************************************************************
002320*ALTA: carga una promocion nueva con descripcion y condiciones,
002330*estado A(ctiva).
002340******************************************************************
002350 3000-ALTA.
002360     PERFORM 2500-BUSCAR-PROMOCION THRU 2500-EXIT.
002370     IF PN-PROMOCION-EXISTE
002380         DISPLAY "La promocion ya existe: " PO-CODIGO " "
002390             PO-DESCRIPCION
002400         GO TO 3000-EXIT
002410     END-IF.
002420     IF PN-CODIGO-BUSCADO = SPACES
002430         DISPLAY "Codigo de promocion vacio"
002440         GO TO 3000-EXIT
002450     END-IF.
002460     DISPLAY "Descripcion de la promocion".
002470     ACCEPT PN-DESCRIPCION-ENTRADA.
002480     PERFORM 3100-PEDIR-CONDICIONES THRU 3100-EXIT.
002490     IF NOT PN-DATO-VALIDO
002500         GO TO 3000-EXIT
002510     END-IF.
002520     MOVE SPACES TO PO-PROMO-RECORD.
002530     MOVE PN-CODIGO-BUSCADO TO PO-CODIGO.
002540     MOVE PN-DESCRIPCION-ENTRADA TO PO-DESCRIPCION.
002550     PERFORM 3300-CARGAR-CONDICIONES THRU 3300-EXIT.
002560     MOVE "A" TO PO-ESTADO.
002570     MOVE PN-FECHA-HOY TO PO-FECHA-ALTA.
002580     PERFORM 8500-LIMPIAR-ANTERIORES THRU 8500-EXIT.
002590     WRITE PO-PROMO-RECORD
002600         INVALID KEY
002610             DISPLAY "No se pudo grabar el alta, status "
002620                 PN-MAST-STATUS
002630         NOT INVALID KEY
002640             MOVE "ALTA" TO PN-OPERACION
002650             PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT
002660             DISPLAY "Promocion dada de alta"
002670     END-WRITE.
002680 3000-EXIT.
002690     EXIT.
002700
002710******************************************************************
002720*PEDIR-CONDICIONES: pide vigencia, dia de la semana, sucursal,
002730*medio de pago y porcentaje, y los deja en PN-CONDICIONES. El
002740*porcentaje tiene un maximo propio; el cierre ademas lo recorta
002750*al tope de descuento vigente en PARAMS.
002760******************************************************************
002770 3100-PEDIR-CONDICIONES.
002780     DISPLAY "Fecha desde (AAAAMMDD)".
002790     PERFORM 3200-PEDIR-FECHA THRU 3200-EXIT.
002800     IF NOT PN-DATO-VALIDO
002810         GO TO 3100-EXIT
002820     END-IF.
002830     MOVE PN-FECHA-ENTRADA TO PN-CON-DESDE.
002840     DISPLAY "Fecha hasta (AAAAMMDD)".
002850     PERFORM 3200-PEDIR-FECHA THRU 3200-EXIT.
002860     IF NOT PN-DATO-VALIDO
002870         GO TO 3100-EXIT
002880     END-IF.
002890     MOVE PN-FECHA-ENTRADA TO PN-CON-HASTA.
002900     IF PN-CON-HASTA < PN-CON-DESDE
002910         DISPLAY "La fecha hasta es anterior a la fecha desde"
002920         MOVE "N" TO PN-SW-DATO-OK
002930         GO TO 3100-EXIT
002940     END-IF.
002950     IF PN-CON-HASTA < PN-FECHA-HOY
002960         DISPLAY "La promocion ya termino"
002970         MOVE "N" TO PN-SW-DATO-OK
002980         GO TO 3100-EXIT
002990     END-IF.
003000     DISPLAY "Dia de la semana (0=todos 1=lunes ... 7=domingo)".
003010     PERFORM 5500-PEDIR-NUMERO THRU 5500-EXIT.
003020     IF NOT PN-DATO-VALIDO
003030         GO TO 3100-EXIT
003040     END-IF.
003050     IF PN-ENTRADA-NUM > 7
003060         DISPLAY "Dia de la semana invalido"
003070         MOVE "N" TO PN-SW-DATO-OK
003080         GO TO 3100-EXIT
003090     END-IF.
003100     MOVE PN-ENTRADA-NUM TO PN-CON-DIA.
003110     DISPLAY "Sucursal (vacio = todas)".
003120     MOVE SPACES TO PN-CON-SUCURSAL.
003130     ACCEPT PN-CON-SUCURSAL.
003140     DISPLAY "Medio de pago (E=efectivo T=tarjeta C=cuenta "
003150         "corriente, vacio = todos)".
003160     MOVE SPACE TO PN-CON-MEDIO.
003170     ACCEPT PN-CON-MEDIO.
003180     IF PN-CON-MEDIO NOT = SPACE AND PN-CON-MEDIO NOT = "E"
003190             AND PN-CON-MEDIO NOT = "T" AND PN-CON-MEDIO NOT = "C"
003200         DISPLAY "Medio de pago invalido"
003210         MOVE "N" TO PN-SW-DATO-OK
003220         GO TO 3100-EXIT
003230     END-IF.
003240     DISPLAY "Porcentaje de descuento (1 a " PN-PORC-MAXIMO ")".
003250     PERFORM 5500-PEDIR-NUMERO THRU 5500-EXIT.
003260     IF NOT PN-DATO-VALIDO
003270         GO TO 3100-EXIT
003280     END-IF.
003290     IF PN-ENTRADA-NUM = ZERO OR PN-ENTRADA-NUM > PN-PORC-MAXIMO
003300         DISPLAY "Porcentaje fuera de rango"
003310         MOVE "N" TO PN-SW-DATO-OK
003320         GO TO 3100-EXIT
003330     END-IF.
003340     MOVE PN-ENTRADA-NUM TO PN-CON-PORC.
003350 3100-EXIT.
003360     EXIT.
003370
003380******************************************************************
003390*PEDIR-FECHA: pide una fecha AAAAMMDD y controla que el mes y
003400*el dia esten en rango.
003410******************************************************************
003420 3200-PEDIR-FECHA.
003430     PERFORM 5500-PEDIR-NUMERO THRU 5500-EXIT.
003440     IF NOT PN-DATO-VALIDO
003450         GO TO 3200-EXIT
003460     END-IF.
003470     IF PN-ENTRADA-NUM > 99999999
003480         DISPLAY "Fecha invalida"
003490         MOVE "N" TO PN-SW-DATO-OK
003500         GO TO 3200-EXIT
003510     END-IF.
003520     MOVE PN-ENTRADA-NUM TO PN-FECHA-ENTRADA.
003530     IF PN-FE-MES < 1 OR PN-FE-MES > 12
003540             OR PN-FE-DIA < 1 OR PN-FE-DIA > 31
003550         DISPLAY "Fecha invalida"
003560         MOVE "N" TO PN-SW-DATO-OK
003570     END-IF.
003580 3200-EXIT.
003590     EXIT.
003600
003610 3300-CARGAR-CONDICIONES.
003620     MOVE PN-CON-DESDE    TO PO-FECHA-DESDE.
003630     MOVE PN-CON-HASTA    TO PO-FECHA-HASTA.
003640     MOVE PN-CON-DIA      TO PO-DIA-SEMANA.
003650     MOVE PN-CON-SUCURSAL TO PO-SUCURSAL.
003660     MOVE PN-CON-MEDIO    TO PO-MEDIO-PAGO.
003670     MOVE PN-CON-PORC     TO PO-PORCENTAJE.
003680 3300-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720*MODIFICACION: cambia la descripcion o las condiciones de una
003730*promocion activa. Las condiciones se vuelven a cargar completas.
003740******************************************************************
003750 4000-MODIFICACION.
003760     PERFORM 2500-BUSCAR-PROMOCION THRU 2500-EXIT.
003770     IF NOT PN-PROMOCION-EXISTE
003780         DISPLAY "Promocion inexistente"
003790         GO TO 4000-EXIT
003800     END-IF.
003810     IF PO-DE-BAJA
003820         DISPLAY "La promocion esta dada de baja y no se modifica"
003830         GO TO 4000-EXIT
003840     END-IF.
003850     PERFORM 8600-GUARDAR-ANTERIORES THRU 8600-EXIT.
003860     DISPLAY "Descripcion actual: " PO-DESCRIPCION.
003870     DISPLAY "Descripcion nueva (vacio = sin cambio)".
003880     MOVE SPACES TO PN-DESCRIPCION-ENTRADA.
003890     ACCEPT PN-DESCRIPCION-ENTRADA.
003900     IF PN-DESCRIPCION-ENTRADA NOT = SPACES
003910         MOVE PN-DESCRIPCION-ENTRADA TO PO-DESCRIPCION
003920     END-IF.
003930     PERFORM 5100-MOSTRAR-CONDICIONES THRU 5100-EXIT.
003940     DISPLAY "Cambia las condiciones? (S/N)".
003950     ACCEPT PN-CONFIRMA-ENTRADA.
003960     IF PN-CONFIRMA-ENTRADA = "S" OR PN-CONFIRMA-ENTRADA = "s"
003970         PERFORM 3100-PEDIR-CONDICIONES THRU 3100-EXIT
003980         IF NOT PN-DATO-VALIDO
003990             GO TO 4000-EXIT
004000         END-IF
004010         PERFORM 3300-CARGAR-CONDICIONES THRU 3300-EXIT
004020     END-IF.
004030     REWRITE PO-PROMO-RECORD.
004040     MOVE "CAMBIO" TO PN-OPERACION.
004050     PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT.
004060     DISPLAY "Promocion modificada".
004070 4000-EXIT.
004080     EXIT.
004090
004100******************************************************************
004110*CONSULTA: muestra los datos de la promocion.
004120******************************************************************
004130 5000-CONSULTA.
004140     PERFORM 2500-BUSCAR-PROMOCION THRU 2500-EXIT.
004150     IF NOT PN-PROMOCION-EXISTE
004160         DISPLAY "Promocion inexistente"
004170         GO TO 5000-EXIT
004180     END-IF.
004190     DISPLAY "Promocion...: " PO-CODIGO.
004200     DISPLAY "Descripcion.: " PO-DESCRIPCION.
004210     PERFORM 5100-MOSTRAR-CONDICIONES THRU 5100-EXIT.
004220     DISPLAY "Estado......: " PO-ESTADO.
004230     DISPLAY "Fecha alta..: " PO-FECHA-ALTA.
004240 5000-EXIT.
004250     EXIT.
004260
004270 5100-MOSTRAR-CONDICIONES.
004280     DISPLAY "Vigencia....: " PO-FECHA-DESDE " a " PO-FECHA-HASTA.
004290     DISPLAY "Dia semana..: " PO-DIA-SEMANA
004300         " (0=todos 1=lunes ... 7=domingo)".
004310     DISPLAY "Sucursal....: " PO-SUCURSAL.
004320     DISPLAY "Medio pago..: " PO-MEDIO-PAGO.
004330     DISPLAY "Porcentaje..: " PO-PORCENTAJE.
004340 5100-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380*PEDIR-NUMERO: pide un valor numerico, acomodandolo a la
004390*derecha con ceros a la izquierda antes de probar IS NUMERIC,
004400*como los demas ingresos numericos por pantalla del sistema.
004410******************************************************************
004420 5500-PEDIR-NUMERO.
004430     MOVE "N" TO PN-SW-DATO-OK.
004440     MOVE SPACES TO PN-ENTRADA.
004450     ACCEPT PN-ENTRADA.
004460     IF PN-ENTRADA = SPACES
004470         DISPLAY "Valor vacio"
004480         GO TO 5500-EXIT
004490     END-IF.
004500     MOVE PN-ENTRADA TO PN-ENTRADA-JUSTIF.
004510     PERFORM 5600-ALINEAR-DERECHA THRU 5600-EXIT
004520         UNTIL PN-ENTRADA-JUSTIF(10:1) NOT = SPACE.
004530     INSPECT PN-ENTRADA-JUSTIF REPLACING LEADING SPACES
004540         BY ZEROS.
004550     IF PN-ENTRADA-JUSTIF IS NUMERIC
004560         SET PN-DATO-VALIDO TO TRUE
004570     ELSE
004580         DISPLAY "Valor no numerico"
004590     END-IF.
004600 5500-EXIT.
004610     EXIT.
004620
004630 5600-ALINEAR-DERECHA.
004640     MOVE PN-ENTRADA-JUSTIF TO PN-ENTRADA-AUX.
004650     MOVE PN-ENTRADA-AUX(1:9) TO PN-ENTRADA-JUSTIF(2:9).
004660     MOVE SPACE TO PN-ENTRADA-JUSTIF(1:1).
004670 5600-EXIT.
004680     EXIT.
004690
004700******************************************************************
004710*BAJA: pasa la promocion a estado B; el cierre deja de aplicarla
004720*desde esta noche. El registro queda para el reporte de
004730*efectividad.
004740******************************************************************
004750 6000-BAJA.
004760     PERFORM 2500-BUSCAR-PROMOCION THRU 2500-EXIT.
004770     IF NOT PN-PROMOCION-EXISTE
004780         DISPLAY "Promocion inexistente"
004790         GO TO 6000-EXIT
004800     END-IF.
004810     IF PO-DE-BAJA
004820         DISPLAY "La promocion ya esta dada de baja"
004830         GO TO 6000-EXIT
004840     END-IF.
004850     PERFORM 8600-GUARDAR-ANTERIORES THRU 8600-EXIT.
004860     DISPLAY "Confirma la baja de " PO-DESCRIPCION "? (S/N)".
004870     ACCEPT PN-CONFIRMA-ENTRADA.
004880     IF PN-CONFIRMA-ENTRADA NOT = "S"
004890             AND PN-CONFIRMA-ENTRADA NOT = "s"
004900         DISPLAY "Baja cancelada por el operador"
004910         GO TO 6000-EXIT
004920     END-IF.
004930     MOVE "B" TO PO-ESTADO.
004940     REWRITE PO-PROMO-RECORD.
004950     MOVE "BAJA" TO PN-OPERACION.
004960     PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT.
004970     DISPLAY "Promocion dada de baja".
004980 6000-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020*GRABAR-AUDITORIA: deja el cambio en el log con los valores
005030*antes y despues.
005040******************************************************************
005050 8000-GRABAR-AUDITORIA.
005060     MOVE SPACES TO PU-AUDIT-RECORD.
005070     MOVE PN-USUARIO         TO PU-USUARIO.
005080     MOVE PN-FECHA-HOY       TO PU-FECHA.
005090     ACCEPT PU-HORA FROM TIME.
005100     MOVE PN-OPERACION       TO PU-OPERACION.
005110     MOVE PO-CODIGO          TO PU-CODIGO.
005120     MOVE PN-ANT-DESDE       TO PU-DESDE-ANTES.
005130     MOVE PN-ANT-HASTA       TO PU-HASTA-ANTES.
005140     MOVE PN-ANT-DIA         TO PU-DIA-ANTES.
005150     MOVE PN-ANT-SUCURSAL    TO PU-SUCURSAL-ANTES.
005160     MOVE PN-ANT-MEDIO       TO PU-MEDIO-ANTES.
005170     MOVE PN-ANT-PORC        TO PU-PORC-ANTES.
005180     MOVE PN-ANT-ESTADO      TO PU-ESTADO-ANTES.
005190     MOVE PO-FECHA-DESDE     TO PU-DESDE-DESPUES.
005200     MOVE PO-FECHA-HASTA     TO PU-HASTA-DESPUES.
005210     MOVE PO-DIA-SEMANA      TO PU-DIA-DESPUES.
005220     MOVE PO-SUCURSAL        TO PU-SUCURSAL-DESPUES.
005230     MOVE PO-MEDIO-PAGO      TO PU-MEDIO-DESPUES.
005240     MOVE PO-PORCENTAJE      TO PU-PORC-DESPUES.
005250     MOVE PO-ESTADO          TO PU-ESTADO-DESPUES.
005260     MOVE PO-DESCRIPCION     TO PU-DESCRIPCION.
005270     WRITE PU-AUDIT-RECORD.
005280 8000-EXIT.
005290     EXIT.
005300
005310 8500-LIMPIAR-ANTERIORES.
005320     MOVE ZERO   TO PN-ANT-DESDE.
005330     MOVE ZERO   TO PN-ANT-HASTA.
005340     MOVE ZERO   TO PN-ANT-DIA.
005350     MOVE SPACES TO PN-ANT-SUCURSAL.
005360     MOVE SPACE  TO PN-ANT-MEDIO.
005370     MOVE ZERO   TO PN-ANT-PORC.
005380     MOVE SPACE  TO PN-ANT-ESTADO.
005390 8500-EXIT.
005400     EXIT.
005410
005420 8600-GUARDAR-ANTERIORES.
005430     MOVE PO-FECHA-DESDE TO PN-ANT-DESDE.
005440     MOVE PO-FECHA-HASTA TO PN-ANT-HASTA.
005450     MOVE PO-DIA-SEMANA  TO PN-ANT-DIA.
005460     MOVE PO-SUCURSAL    TO PN-ANT-SUCURSAL.
005470     MOVE PO-MEDIO-PAGO  TO PN-ANT-MEDIO.
005480     MOVE PO-PORCENTAJE  TO PN-ANT-PORC.
005490     MOVE PO-ESTADO      TO PN-ANT-ESTADO.
005500 8600-EXIT.
005510     EXIT.
005520
005530******************************************************************
005540*FINALIZAR: cierra los archivos del mantenimiento.
005550******************************************************************
005560 9000-FINALIZAR.
005570     IF RETURN-CODE NOT = 12
005580         CLOSE PROMOTION-FILE
005590         CLOSE PROMO-AUDIT-LOG
005600     END-IF.
005610     DISPLAY "Fin del mantenimiento de promociones".
005620 9000-EXIT.
005630     EXIT.
005640
005650 END PROGRAM Ejercicio1Promant.
