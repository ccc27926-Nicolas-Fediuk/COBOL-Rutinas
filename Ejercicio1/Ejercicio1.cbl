002057*                   las ventas que la cubren y el parcial
002058*                   negativo guardaba el valor absoluto,
002059*                   corrompiendo todo lo que sigue.
002060*2026-10-15  RF     Tickets por articulo: el ticket con
002061*                   ST-CANT-ITEMS mayor que cero toma sus
002062*                   renglones de SALES-ITEM-TRANS-FILE (SALESITT)
002063*                   y los valoriza contra el maestro de articulos
002064*                   ARTICLE-MASTER (ARTMAST); el monto del ticket
002065*                   pasa a ser la suma de los renglones y el IVA
002066*                   se pondera por la categoria de cada articulo.
002067*                   Un articulo inexistente o bloqueado, o un
002068*                   renglon faltante o de otro ticket, rechaza la
002069*                   venta. Los renglones valorizados se graban en
002070*                   SALES-ITEM-INDEX (SALESITM) con la fecha y la
002071*                   secuencia del historial. El checkpoint guarda
002072*                   los renglones consumidos (CK-CONTADOR-8).
002073*2026-10-15  RF     Ventas a cuenta corriente: ST-MEDIO-PAGO C
002074*                   carga la venta al saldo del cliente. Se
002075*                   rechaza la venta a credito del cliente dado de
002076*                   baja, sin limite de credito o que excederia su
002077*                   limite. La devolucion de una venta a credito
002078*                   acredita la cuenta del cliente original. Cada
002079*                   movimiento se graba en CUSTOMER-LEDGER
002080*                   (CTACTE) y mueve CM-SALDO-CTACTE; el
002081*                   maestro de clientes pasa a abrirse I-O. El
002082*                   checkpoint guarda cantidad y total a credito
002083*                   (CK-CONTADOR-9, CK-ACUMULADOR-8).
002084*2026-10-15  RF     Control de cupones: la venta con cupon trae
002085*                   su numero de serie (ST-CUPON-SERIE) y se
002086*                   valida contra el maestro de cupones
002087*                   VOUCHER-MASTER (CUPMAST). Se rechaza el cupon
002088*                   sin serie, inexistente, anulado, vencido o ya
002089*                   canjeado, o de importe distinto del valor
002090*                   nominal; el aceptado queda canjeado con la
002091*                   fecha y la secuencia de la venta. La
002092*                   devolucion total de una venta con cupon
002093*                   vigente repone el cupon; en la devolucion
002094*                   parcial o con el cupon vencido queda canjeado.
002095*2026-10-15  RF     Calendario de promociones: se cargan las
002096*                   promociones activas del archivo PROMOTION-FILE
002097*                   (PROMOS) vigentes a la fecha de proceso y para
002098*                   su dia de semana, y 3000-CALCULO aplica a cada
002099*                   venta la de mayor porcentaje que corresponda a
002100*                   su sucursal y medio de pago, sumada al
002101*                   descuento y al extra de fidelidad sin superar
002102*                   el tope de PARAMS. El codigo y el porcentaje
002103*                   aplicado se graban en el historial (SH/SI-
002104*                   PROMOCION, SH/SI-PROMO-PORC). El checkpoint
002105*                   guarda cantidad e importe de descuento por
002106*                   promocion (CK-CONTADOR-10, CK-ACUMULADOR-9).
002107*2026-10-15  RF     Autorizacion de descuentos por supervisor: el
002108*                   codigo unico de gerencia de PARAMS deja de
002109*                   usarse. Un descuento sobre el tope exige el
002110*                   codigo personal de un supervisor activo del
002111*                   maestro SUPERVISOR-MASTER (SUPMAST), de la
002112*                   sucursal de la venta y con tope propio que lo
002113*                   cubra. El supervisor queda en SH-SUPERVISOR y
002114*                   cada venta autorizada en el registro semanal
002115*                   OVERRIDE-REGISTER (AUTREG). Sin maestro o sin
002116*                   registro se rechazan los descuentos sobre el
002117*                   tope. El checkpoint guarda la cantidad de
002118*                   autorizaciones (CK-CONTADOR-11).
002119*2026-10-15  RF     Clientes fusionados: el cliente de la venta o
002120*                   devolucion y el de la venta original de una
002121*                   devolucion se traducen por CUSTOMER-XREF
002122*                   (CUSTXREF) al sobreviviente de la fusion, para
002123*                   que compras, fidelidad y cuenta corriente no
002124*                   vuelvan a quedar a nombre del absorbido. Sin
002125*                   el archivo el cierre sigue sin traducir.
002126*2026-10-15  RF     El resumen de compras del cliente guarda
002127*                   tambien la sucursal de la ultima compra.
002128*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
002129*                   paso (RC-HORA-INICIO) para el historial
002130*                   de tiempos de la noche.
002131*2026-10-15  RF     El extra de fidelidad aplicado a la venta se
002132*                   graba en el historial (SH/SI-FIDEL-PORC),
002133*                   para que prevencion de perdidas no lo cuente
002134*                   como descuento tecleado por el cajero.
002135******************************************************************
002136 IDENTIFICATION DIVISION.
002137 PROGRAM-ID. Ejercicio1.
002138 AUTHOR. R. FEDIUK.
002139 INSTALLATION. CASA CENTRAL.
002140 DATE-WRITTEN. 2024-03-02.
002141 DATE-COMPILED.
002142******************************************************************
002143 ENVIRONMENT DIVISION.
002150 INPUT-OUTPUT SECTION.
002160 FILE-CONTROL.
002170     SELECT SALES-TRANS-FILE ASSIGN TO "SALESTRN"
002640         ACCESS MODE IS RANDOM
002650         RECORD KEY IS MC-CAJERO
002660         FILE STATUS IS V1-CAJM-STATUS.
002661     SELECT SALES-ITEM-TRANS-FILE ASSIGN TO "SALESITT"
002662         ORGANIZATION IS SEQUENTIAL
002663         FILE STATUS IS V1-ITT-STATUS.
002664     SELECT ARTICLE-MASTER ASSIGN TO "ARTMAST"
002665         ORGANIZATION IS INDEXED
002666         ACCESS MODE IS RANDOM
002667         RECORD KEY IS AM-ARTICULO
002668         FILE STATUS IS V1-ART-STATUS.
002669     SELECT SALES-ITEM-INDEX ASSIGN TO "SALESITM"
002670         ORGANIZATION IS INDEXED
002671         ACCESS MODE IS DYNAMIC
002672         RECORD KEY IS SD-CLAVE
002673         FILE STATUS IS V1-ITM-STATUS.
002674     SELECT CUSTOMER-LEDGER ASSIGN TO "CTACTE"
002675         ORGANIZATION IS INDEXED
002676         ACCESS MODE IS RANDOM
002677         RECORD KEY IS CC-CLAVE
002678         FILE STATUS IS V1-CC-STATUS.
002679     SELECT VOUCHER-MASTER ASSIGN TO "CUPMAST"
002680         ORGANIZATION IS INDEXED
002681         ACCESS MODE IS RANDOM
002682         RECORD KEY IS CP-SERIE
002683         ALTERNATE RECORD KEY IS CP-CANJE-CLAVE
002684             WITH DUPLICATES
002685         FILE STATUS IS V1-CP-STATUS.
002686     SELECT PROMOTION-FILE ASSIGN TO "PROMOS"
002687         ORGANIZATION IS INDEXED
002688         ACCESS MODE IS SEQUENTIAL
002689         RECORD KEY IS PO-CODIGO
002690         FILE STATUS IS V1-PO-STATUS.
002691     SELECT SUPERVISOR-MASTER ASSIGN TO "SUPMAST"
002692         ORGANIZATION IS INDEXED
002693         ACCESS MODE IS RANDOM
002694         RECORD KEY IS SP-SUPERVISOR
002695         ALTERNATE RECORD KEY IS SP-COD-PERSONAL
002696         FILE STATUS IS V1-SP-STATUS.
002697     SELECT OVERRIDE-REGISTER ASSIGN TO "AUTREG"
002698         ORGANIZATION IS SEQUENTIAL
002699         FILE STATUS IS V1-RA-STATUS.
002700     SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF"
002701         ORGANIZATION IS INDEXED
002702         ACCESS MODE IS RANDOM
002703         RECORD KEY IS FX-ABSORBIDO-ID
002704         ALTERNATE RECORD KEY IS FX-SOBREVIVIENTE-ID
002705             WITH DUPLICATES
002706         FILE STATUS IS V1-FX-STATUS.
002707******************************************************************
002708 DATA DIVISION.
002709 FILE SECTION.
002710 FD  SALES-TRANS-FILE
002711     LABEL RECORDS ARE STANDARD.
002720     COPY SALESTRN.
002730
002740 FD  SALES-EXCEPTION-FILE
003180 FD  SALES-HISTORY-INDEX
003190     LABEL RECORDS ARE STANDARD.
003200     COPY SALESIDX.
003201 FD  SALES-ITEM-TRANS-FILE
003202     LABEL RECORDS ARE STANDARD.
003203     COPY SALESITT.
003204
003205 FD  ARTICLE-MASTER
003206     LABEL RECORDS ARE STANDARD.
003207     COPY ARTMAST.
003208
003209 FD  SALES-ITEM-INDEX
003210     LABEL RECORDS ARE STANDARD.
003211     COPY SALESITM.
003212 FD  CUSTOMER-LEDGER
003213     LABEL RECORDS ARE STANDARD.
003214     COPY CTACTE.
003215 FD  VOUCHER-MASTER
003216     LABEL RECORDS ARE STANDARD.
003217     COPY CUPMAST.
003218 FD  PROMOTION-FILE
003219     LABEL RECORDS ARE STANDARD.
003220     COPY PROMOS.
003221 FD  SUPERVISOR-MASTER
003222     LABEL RECORDS ARE STANDARD.
003223     COPY SUPMAST.
003224 FD  OVERRIDE-REGISTER
003225     LABEL RECORDS ARE STANDARD.
003226     COPY AUTREG.
003227 FD  CUSTOMER-XREF
003228     LABEL RECORDS ARE STANDARD.
003229     COPY CUSTXREF.
003230
003231 WORKING-STORAGE SECTION.
003232 01  MONTO                       PIC 9(6).
003240 01  DESCUENTO                   PIC 9(2).
003250 01  DESCUENTO-TOTAL             PIC 9(6).
003260 01  TOTAL                       PIC 9(7)V9(2).
003550         88  V1-CAJMAST-ABIERTO         VALUE "S".
003560     05  V1-SW-VENTAS-ABIERTAS   PIC X(01) VALUE "N".
003570         88  V1-VENTAS-ABIERTAS         VALUE "S".
003571     05  V1-SW-CREDITO-OK        PIC X(01) VALUE "S".
003572         88  V1-CREDITO-VALIDO          VALUE "S".
003573         88  V1-CREDITO-INVALIDO        VALUE "N".
003580 
003590 01  V1-CONSTANTES.
003600     05  V1-TOPE-DESCUENTO       PIC 9(02) VALUE 30.
003620     05  V1-PORC-IVA             PIC 9(02) VALUE 21.
003621     05  V1-PORC-IVA-REDUCIDO    PIC 9(02)V9(02) VALUE 10.50.
003630 
003640 01  V1-ACUMULADORES.
003650     05  V1-CANT-VENTAS          PIC 9(06) VALUE ZERO.
003730     05  V1-CANT-TARJETA         PIC 9(06) VALUE ZERO.
003740     05  V1-TOTAL-EFECTIVO       PIC S9(10)V9(02) VALUE ZERO.
003750     05  V1-TOTAL-TARJETA        PIC S9(10)V9(02) VALUE ZERO.
003751     05  V1-CANT-CREDITO         PIC 9(06) VALUE ZERO.
003752     05  V1-TOTAL-CREDITO        PIC S9(10)V9(02) VALUE ZERO.
003753     05  V1-CANT-PROMOCION       PIC 9(06) VALUE ZERO.
003754     05  V1-SUMA-PROMOCION       PIC 9(10)V9(02) VALUE ZERO.
003755     05  V1-CANT-AUTORIZADAS     PIC 9(06) VALUE ZERO.
003760     05  V1-CANT-DEVOLUCIONES    PIC 9(06) VALUE ZERO.
003770     05  V1-TOTAL-DEVUELTO       PIC 9(10)V9(02) VALUE ZERO.
003780     05  V1-SEQ-HISTORIA         PIC 9(06) VALUE ZERO.
004060     05  V1-RPT-PAR-IVA          PIC 99.
004070     05  FILLER                  PIC X(07) VALUE "  TOPE ".
004080     05  V1-RPT-PAR-TOPE         PIC 99.
004110     05  FILLER                  PIC X(74) VALUE SPACES.
004120
004130 01  V1-ED-VIGENCIA             PIC 9999/99/99.
004140
004370 01  V1-PROC-STATUS              PIC X(02).
004380     88  V1-PROC-STATUS-OK            VALUE "00".
004390
004391 01  V1-HORA-INICIO              PIC 9(08) VALUE ZERO.
004400 01  V1-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
004410
004420 01  V1-PAR-STATUS               PIC X(02).
005010     05  V1-REGISTROS-A-SALTAR   PIC 9(08) COMP VALUE ZERO.
005020     05  V1-CKP-COCIENTE         PIC 9(08) COMP VALUE ZERO.
005030     05  V1-CKP-RESIDUO          PIC 9(08) COMP VALUE ZERO.
005031     05  V1-ITEMS-A-SALTAR       PIC 9(08) COMP VALUE ZERO.
005032
005033 01  V1-ITT-STATUS               PIC X(02).
005034     88  V1-ITT-STATUS-OK             VALUE "00".
005035
005036 01  V1-ART-STATUS               PIC X(02).
005037     88  V1-ART-STATUS-OK             VALUE "00".
005038
005039 01  V1-ITM-STATUS               PIC X(02).
005040     88  V1-ITM-STATUS-OK             VALUE "00".
005041     88  V1-ITM-NO-EXISTE             VALUE "23" "35".
005042
005043 01  V1-CONTROL-ARTICULOS.
005044     05  V1-SW-ARTICULOS-OK      PIC X(01) VALUE "S".
005045         88  V1-ARTICULOS-VALIDOS       VALUE "S".
005046         88  V1-ARTICULOS-INVALIDOS     VALUE "N".
005047     05  V1-SW-ITT-ABIERTO       PIC X(01) VALUE "N".
005048         88  V1-RENGLONES-ABIERTOS      VALUE "S".
005049     05  V1-SW-ART-ABIERTO       PIC X(01) VALUE "N".
005050         88  V1-ARTMAST-ABIERTO         VALUE "S".
005051     05  V1-SW-ITM-ABIERTO       PIC X(01) VALUE "N".
005052         88  V1-DETALLE-ABIERTO         VALUE "S".
005053     05  V1-SW-FIN-RENGLONES     PIC X(01) VALUE "N".
005054         88  V1-FIN-RENGLONES           VALUE "S".
005055     05  V1-MOTIVO-ARTICULO      PIC X(55) VALUE SPACES.
005056     05  V1-CANT-ITEMS-LEIDOS    PIC 9(08) COMP VALUE ZERO.
005057     05  V1-CANT-REN             PIC 9(02) COMP VALUE ZERO.
005058     05  V1-IDX-REN              PIC 9(02) COMP VALUE ZERO.
005059     05  V1-SUMA-RENGLONES       PIC 9(08)V9(02) VALUE ZERO.
005060     05  V1-PROD-RENGLON         PIC 9(10)V9(04) VALUE ZERO.
005061     05  V1-SUMA-PONDERADA       PIC 9(12)V9(04) VALUE ZERO.
005062     05  V1-TASA-PONDERADA       PIC 9(02)V9(06) VALUE ZERO.
005063     05  V1-TASA-RENGLON         PIC 9(02)V9(02) VALUE ZERO.
005064
005065 01  V1-CC-STATUS                PIC X(02).
005066     88  V1-CC-STATUS-OK              VALUE "00".
005067     88  V1-CC-NO-EXISTE              VALUE "23" "35".
005068
005069 01  V1-CONTROL-CTACTE.
005070     05  V1-SW-CC-ABIERTO        PIC X(01) VALUE "N".
005071         88  V1-CTACTE-ABIERTA          VALUE "S".
005072     05  V1-MOTIVO-CREDITO       PIC X(55) VALUE SPACES.
005073     05  V1-SALDO-PRUEBA         PIC S9(10)V9(02) VALUE ZERO.
005075     05  V1-ORIG-CLIENTE         PIC 9(06) VALUE ZERO.
005076     05  V1-CC-CLIENTE           PIC 9(06) VALUE ZERO.
005077 01  V1-CP-STATUS                PIC X(02).
005078     88  V1-CP-STATUS-OK              VALUE "00".
005079
005080 01  V1-CONTROL-CUPONES.
005081     05  V1-SW-CP-ABIERTO        PIC X(01) VALUE "N".
005082         88  V1-CUPONES-ABIERTOS        VALUE "S".
005083     05  V1-MOTIVO-CUPON         PIC X(55) VALUE SPACES.
005084     05  V1-SEQ-SIGUIENTE        PIC 9(06) VALUE ZERO.
005085     05  V1-ORIG-CUPON           PIC 9(04)V9(02) VALUE ZERO.
005086     05  V1-DIF-DEVOLUCION       PIC S9(07)V9(02) VALUE ZERO.
005087 01  V1-PO-STATUS                PIC X(02).
005088     88  V1-PO-STATUS-OK              VALUE "00".
005089
005090 01  V1-CONTROL-PROMOCIONES.
005091     05  V1-SW-FIN-PROMOS        PIC X(01) VALUE "N".
005092         88  V1-FIN-PROMOS              VALUE "S".
005093     05  V1-CANT-PROMOS          PIC 9(02) COMP VALUE ZERO.
005094     05  V1-MAX-PROMOS           PIC 9(02) COMP VALUE 50.
005095     05  V1-IDX-PROMO            PIC 9(02) COMP VALUE ZERO.
005096     05  V1-PROMOS-DESBORDE      PIC 9(04) COMP VALUE ZERO.
005097     05  V1-DIA-SEMANA           PIC 9(01) VALUE ZERO.
005098     05  V1-PROMO-APLICADA       PIC X(05) VALUE SPACES.
005099     05  V1-PROMO-PCT-APLICADO   PIC 9(02) VALUE ZERO.
005100     05  V1-PROMO-PCT-PRUEBA     PIC 9(03) VALUE ZERO.
005101     05  V1-PROMO-IMPORTE        PIC 9(08)V9(02) VALUE ZERO.
005102 01  V1-SP-STATUS                PIC X(02).
005103     88  V1-SP-STATUS-OK              VALUE "00".
005104
005105 01  V1-RA-STATUS                PIC X(02).
005106     88  V1-RA-STATUS-OK              VALUE "00".
005107
005108 01  V1-CONTROL-SUPERVISORES.
005109     05  V1-SW-SP-ABIERTO        PIC X(01) VALUE "N".
005110         88  V1-SUPMAST-ABIERTO         VALUE "S".
005111     05  V1-SW-RA-ABIERTO        PIC X(01) VALUE "N".
005112         88  V1-REGISTRO-ABIERTO        VALUE "S".
005113     05  V1-MOTIVO-DESCUENTO     PIC X(55) VALUE SPACES.
005114     05  V1-SUPERVISOR-AUTORIZA  PIC X(05) VALUE SPACES.
005115     05  V1-TOPE-SUPERVISOR      PIC 9(02) VALUE ZERO.
005116 01  V1-FX-STATUS                PIC X(02).
005117     88  V1-FX-STATUS-OK              VALUE "00".
005118
005119 01  V1-CONTROL-FUSIONES.
005120     05  V1-SW-FX-ABIERTO        PIC X(01) VALUE "N".
005121         88  V1-REFERENCIA-ABIERTA      VALUE "S".
005122     05  V1-FX-CLIENTE           PIC 9(06) VALUE ZERO.
005123
005124 01  V1-TABLA-PROMOCIONES.
005125     05  V1-PROMO OCCURS 50 TIMES.
005126         10  V1-PROMO-CODIGO     PIC X(05).
005127         10  V1-PROMO-SUCURSAL   PIC X(03).
005128         10  V1-PROMO-MEDIO      PIC X(01).
005129         10  V1-PROMO-PORC       PIC 9(02).
005130
005131 01  V1-FECHA-ZELLER             PIC 9(08) VALUE ZERO.
005132 01  V1-FECHA-ZELLER-R REDEFINES V1-FECHA-ZELLER.
005133     05  V1-FZ-AAAA              PIC 9(04).
005134     05  V1-FZ-MM                PIC 9(02).
005135     05  V1-FZ-DD                PIC 9(02).
005136
005137 01  V1-CALCULO-ZELLER.
005138     05  V1-ZEL-M                PIC 9(04) COMP VALUE ZERO.
005139     05  V1-ZEL-A                PIC 9(04) COMP VALUE ZERO.
005140     05  V1-ZEL-J                PIC 9(04) COMP VALUE ZERO.
005141     05  V1-ZEL-K                PIC 9(04) COMP VALUE ZERO.
005142     05  V1-ZEL-T1               PIC 9(04) COMP VALUE ZERO.
005143     05  V1-ZEL-T2               PIC 9(04) COMP VALUE ZERO.
005144     05  V1-ZEL-T3               PIC 9(04) COMP VALUE ZERO.
005145     05  V1-ZEL-SUMA             PIC 9(06) COMP VALUE ZERO.
005146     05  V1-ZEL-COCIENTE         PIC 9(06) COMP VALUE ZERO.
005147     05  V1-ZEL-H                PIC 9(04) COMP VALUE ZERO.
005148
005149 01  V1-TABLA-RENGLONES.
005150     05  V1-RENGLON OCCURS 99 TIMES.
005151         10  V1-REN-ARTICULO     PIC X(08).
005152         10  V1-REN-CANTIDAD     PIC 9(05)V9(03).
005153         10  V1-REN-PRECIO       PIC 9(07)V9(02).
005154         10  V1-REN-IMPORTE      PIC 9(08)V9(02).
005155         10  V1-REN-CATEGORIA    PIC X(01).
005156
005157 01  V1-TABLA-SUCURSALES.
005158     05  V1-ENTRADA-SUC OCCURS 5 TIMES.
005159         10  V1-TAB-SUC          PIC X(03).
005160         10  V1-TAB-SUC-CANT     PIC 9(06).
005161         10  V1-TAB-SUC-MONTO    PIC 9(10)V9(02).
005162         10  V1-TAB-SUC-DESC     PIC 9(10)V9(02).
005163         10  V1-TAB-SUC-TOTAL    PIC S9(10)V9(02).
005164
005165 01  V1-CONTROL-SUCURSALES.
005166     05  V1-MAX-SUC              PIC 9(02) COMP VALUE 5.
005167     05  V1-CANT-SUC             PIC 9(02) COMP VALUE ZERO.
005168     05  V1-IDX-SUC              PIC 9(02) COMP VALUE ZERO.
005170     05  V1-SUC-BUSCADA          PIC X(03) VALUE SPACES.
005180     05  V1-SW-SUC-HALLADA       PIC X(01) VALUE "N".
005190         88  V1-SUC-HALLADA             VALUE "S".
005470*proceso listo para el ciclo principal.
005480******************************************************************
005490 1000-INICIALIZAR.
005491     ACCEPT V1-HORA-INICIO FROM TIME.
005500     PERFORM 1010-LEER-FECHA-PROCESO THRU 1010-EXIT.
005510     IF V1-FIN-ARCHIVO
005520         GO TO 1000-EXIT
005530     END-IF.
005540     PERFORM 1020-CARGAR-PARAMETROS THRU 1020-EXIT.
005550     PERFORM 1040-CARGAR-FIDELIDAD THRU 1040-EXIT.
005551     PERFORM 1047-CARGAR-PROMOCIONES THRU 1047-EXIT.
005560     PERFORM 1045-ABRIR-RESUMEN THRU 1045-EXIT.
005570     OPEN I-O CUSTOMER-MASTER.
005580     IF NOT V1-CUST-STATUS-OK
005590         DISPLAY "No se pudo abrir CUSTOMER-MASTER, status "
005600             V1-CUST-STATUS
005760     IF V1-FIN-ARCHIVO
005770         GO TO 1000-EXIT
005780     END-IF.
005781     PERFORM 1095-ABRIR-ARTICULOS THRU 1095-EXIT.
005782     IF V1-FIN-ARCHIVO
005783         GO TO 1000-EXIT
005784     END-IF.
005785     PERFORM 1097-ABRIR-CTACTE THRU 1097-EXIT.
005786     PERFORM 1098-ABRIR-CUPONES THRU 1098-EXIT.
005787     PERFORM 1099-ABRIR-SUPERVISORES THRU 1099-EXIT.
005788     PERFORM 1096-ABRIR-REFERENCIAS THRU 1096-EXIT.
005790     OPEN INPUT SALES-TRANS-FILE.
005800     IF NOT V1-TRANS-STATUS-OK
005810         DISPLAY "No se pudo abrir SALES-TRANS-FILE, status "
005880             PERFORM 1080-RECONSTRUIR-SUCURSALES THRU 1080-EXIT
005890             OPEN EXTEND SALES-EXCEPTION-FILE
005900             OPEN EXTEND SALES-HISTORY-FILE
005901             OPEN EXTEND OVERRIDE-REGISTER
005910             PERFORM 1060-SALTAR-REGISTRO THRU 1060-EXIT
005920                 V1-REGISTROS-A-SALTAR TIMES
005921             PERFORM 2495-LEER-RENGLON THRU 2495-EXIT
005922                 V1-ITEMS-A-SALTAR TIMES
005930         ELSE
005940             OPEN OUTPUT SALES-EXCEPTION-FILE
005950             OPEN OUTPUT SALES-HISTORY-FILE
005951             OPEN OUTPUT OVERRIDE-REGISTER
005960         END-IF
005961         IF V1-RA-STATUS-OK
005962             SET V1-REGISTRO-ABIERTO TO TRUE
005963         ELSE
005964             DISPLAY "Sin registro de autorizaciones (status "
005965                 V1-RA-STATUS "), se rechazan los descuentos "
005966                 "sobre el tope"
005967         END-IF
005970         SET V1-VENTAS-ABIERTAS TO TRUE
005980         PERFORM 1100-LEER-TRANSACCION THRU 1100-EXIT
005990     END-IF.
006630     IF V1-PARAMS-CARGADOS
006640         DISPLAY "Parametros vigentes desde " V1-FECHA-VIGENCIA
006650             ": IVA " V1-PORC-IVA " Tope " V1-TOPE-DESCUENTO
006670     ELSE
006680         DISPLAY "Sin parametros vigentes a la fecha, rigen "
006690             "valores por defecto"
006860     MOVE PR-FECHA-VIGENCIA  TO V1-FECHA-VIGENCIA.
006870     MOVE PR-PORC-IVA        TO V1-PORC-IVA.
006880     MOVE PR-TOPE-DESCUENTO  TO V1-TOPE-DESCUENTO.
006900     SET V1-PARAMS-CARGADOS TO TRUE.
006910 1030-EXIT.
006920     EXIT.
007650     END-IF.
007660 1045-EXIT.
007670     EXIT.
007671******************************************************************
007672*CARGAR-PROMOCIONES: recorre el calendario de promociones y deja
007673*en la tabla las activas cuyo rango de fechas incluye la fecha de
007674*proceso y cuyo dia de semana es el de esa fecha (o todos). Sin
007675*archivo no se aplican promociones; las que no entran en la tabla
007676*se informan y no se aplican.
007677******************************************************************
007678 1047-CARGAR-PROMOCIONES.
007679     MOVE V1-FECHA-PROCESO TO V1-FECHA-ZELLER.
007680     PERFORM 1049-DIA-DE-SEMANA THRU 1049-EXIT.
007681     OPEN INPUT PROMOTION-FILE.
007682     IF NOT V1-PO-STATUS-OK
007683         DISPLAY "Sin calendario de promociones (status "
007684             V1-PO-STATUS "), no se aplican promociones"
007685         GO TO 1047-EXIT
007686     END-IF.
007687     PERFORM 1048-LEER-PROMOCION THRU 1048-EXIT
007688         UNTIL V1-FIN-PROMOS.
007689     CLOSE PROMOTION-FILE.
007690     DISPLAY "Promociones vigentes a la fecha: " V1-CANT-PROMOS.
007691     IF V1-PROMOS-DESBORDE > ZERO
007692         DISPLAY "** " V1-PROMOS-DESBORDE " promociones vigentes"
007693             " no entran en la tabla y no se aplican **"
007694     END-IF.
007695 1047-EXIT.
007696     EXIT.
007697
007698 1048-LEER-PROMOCION.
007699     READ PROMOTION-FILE NEXT RECORD
007700         AT END
007701             SET V1-FIN-PROMOS TO TRUE
007702     END-READ.
007703     IF V1-FIN-PROMOS
007704         GO TO 1048-EXIT
007705     END-IF.
007706     IF NOT PO-ACTIVA
007707             OR PO-FECHA-DESDE > V1-FECHA-PROCESO
007708             OR PO-FECHA-HASTA < V1-FECHA-PROCESO
007709             OR PO-PORCENTAJE = ZERO
007710         GO TO 1048-EXIT
007711     END-IF.
007712     IF NOT PO-TODOS-LOS-DIAS
007713             AND PO-DIA-SEMANA NOT = V1-DIA-SEMANA
007714         GO TO 1048-EXIT
007715     END-IF.
007716     IF V1-CANT-PROMOS NOT LESS THAN V1-MAX-PROMOS
007717         ADD 1 TO V1-PROMOS-DESBORDE
007718         GO TO 1048-EXIT
007719     END-IF.
007720     ADD 1 TO V1-CANT-PROMOS.
007721     MOVE PO-CODIGO     TO V1-PROMO-CODIGO(V1-CANT-PROMOS).
007722     MOVE PO-SUCURSAL   TO V1-PROMO-SUCURSAL(V1-CANT-PROMOS).
007723     MOVE PO-MEDIO-PAGO TO V1-PROMO-MEDIO(V1-CANT-PROMOS).
007724     MOVE PO-PORCENTAJE TO V1-PROMO-PORC(V1-CANT-PROMOS).
007725 1048-EXIT.
007726     EXIT.
007727
007728******************************************************************
007729*DIA-DE-SEMANA: congruencia de Zeller sobre V1-FECHA-ZELLER. La
007730*congruencia da 0=sabado, 1=domingo ... 6=viernes; se pasa a la
007731*numeracion del calendario de promociones, 1=lunes ... 7=domingo.
007732******************************************************************
007733 1049-DIA-DE-SEMANA.
007734     MOVE V1-FZ-MM TO V1-ZEL-M.
007735     MOVE V1-FZ-AAAA TO V1-ZEL-A.
007736     IF V1-ZEL-M < 3
007737         ADD 12 TO V1-ZEL-M
007738         SUBTRACT 1 FROM V1-ZEL-A
007739     END-IF.
007740     DIVIDE V1-ZEL-A BY 100 GIVING V1-ZEL-J
007741         REMAINDER V1-ZEL-K.
007742     COMPUTE V1-ZEL-T1 = (13 * (V1-ZEL-M + 1)) / 5.
007743     COMPUTE V1-ZEL-T2 = V1-ZEL-K / 4.
007744     COMPUTE V1-ZEL-T3 = V1-ZEL-J / 4.
007745     COMPUTE V1-ZEL-SUMA = V1-FZ-DD + V1-ZEL-T1 + V1-ZEL-K
007746         + V1-ZEL-T2 + V1-ZEL-T3 + 5 * V1-ZEL-J.
007747     DIVIDE V1-ZEL-SUMA BY 7 GIVING V1-ZEL-COCIENTE
007748         REMAINDER V1-ZEL-H.
007749     COMPUTE V1-ZEL-SUMA = V1-ZEL-H + 5.
007750     DIVIDE V1-ZEL-SUMA BY 7 GIVING V1-ZEL-COCIENTE
007751         REMAINDER V1-ZEL-H.
007752     COMPUTE V1-DIA-SEMANA = V1-ZEL-H + 1.
007753 1049-EXIT.
007754     EXIT.
007755
007756 1050-VERIFICAR-RESTART.
007757     OPEN INPUT SALES-CHECKPOINT-FILE.
007758     IF V1-CKP-OK
007759         READ SALES-CHECKPOINT-FILE
007760             AT END
007761                 CONTINUE
007762         END-READ
007763         IF CK-ULTIMO-REGISTRO > ZERO
007770             MOVE CK-ULTIMO-REGISTRO TO V1-REGISTROS-A-SALTAR
007780             SET V1-HAY-RESTART TO TRUE
007790             MOVE CK-CONTADOR-1 TO V1-CANT-VENTAS
007830             MOVE CK-CONTADOR-5 TO V1-CANT-EFECTIVO
007840             MOVE CK-CONTADOR-6 TO V1-CANT-TARJETA
007850             MOVE CK-CONTADOR-7 TO V1-CANT-DEVOLUCIONES
007851             MOVE CK-CONTADOR-8 TO V1-ITEMS-A-SALTAR
007852             MOVE CK-CONTADOR-9 TO V1-CANT-CREDITO
007853             MOVE CK-CONTADOR-10 TO V1-CANT-PROMOCION
007854             MOVE CK-CONTADOR-11 TO V1-CANT-AUTORIZADAS
007860             MOVE CK-ACUMULADOR-1 TO V1-SUMA-MONTO
007870             MOVE CK-ACUMULADOR-2 TO V1-SUMA-DESCUENTO
007880             MOVE CK-ACUMULADOR-3 TO V1-TOTAL-GENERAL
007900             MOVE CK-ACUMULADOR-5 TO V1-TOTAL-EFECTIVO
007910             MOVE CK-ACUMULADOR-6 TO V1-TOTAL-TARJETA
007920             MOVE CK-ACUMULADOR-7 TO V1-TOTAL-DEVUELTO
007921             MOVE CK-ACUMULADOR-8 TO V1-TOTAL-CREDITO
007922             MOVE CK-ACUMULADOR-9 TO V1-SUMA-PROMOCION
007930             DISPLAY "Reanudando despues del registro "
007940                 V1-REGISTROS-A-SALTAR
007950         END-IF
008240*    switch se deja limpio para que una venta rechazada por
008250*    otro motivo no herede el motivo de una devolucion previa.
008260     SET V1-DEVOL-VALIDA TO TRUE.
008261     SET V1-ARTICULOS-VALIDOS TO TRUE.
008262     SET V1-CREDITO-VALIDO TO TRUE.
008263     MOVE ZERO TO V1-CANT-REN.
008264*    Las reinyecciones de supervision llegan sin cantidad de
008265*    renglones: el campo vacio se toma como ticket sin articulos.
008266     IF ST-CANT-ITEMS NOT NUMERIC
008267         MOVE ZERO TO ST-CANT-ITEMS
008268     END-IF.
008269     IF ST-CUPON-SERIE NOT NUMERIC
008270         MOVE ZERO TO ST-CUPON-SERIE
008271     END-IF.
008272*    Una venta o devolucion informada con el ID de un cliente
008273*    absorbido por una fusion se imputa al sobreviviente.
008274     MOVE ST-CLIENTE-ID TO V1-FX-CLIENTE.
008275     PERFORM 2705-RESOLVER-FUSION THRU 2705-EXIT.
008276     MOVE V1-FX-CLIENTE TO ST-CLIENTE-ID.
008277     IF ST-TIPO-DEVOLUCION
008278         PERFORM 2490-DESCARTAR-RENGLONES THRU 2490-EXIT
008280         PERFORM 2020-PROCESAR-DEVOLUCION THRU 2020-EXIT
008290         GO TO 2000-CONTAR
008300     END-IF.
008310     MOVE ST-MONTO     TO MONTO.
008320     MOVE ST-DESCUENTO TO DESCUENTO.
008330     MOVE ST-CUPON     TO CUPON.
008331     PERFORM 2400-VALORIZAR-ARTICULOS THRU 2400-EXIT.
008340     PERFORM 2500-VALIDAR-DESCUENTO THRU 2500-EXIT.
008350     PERFORM 2600-VALIDAR-CUPON THRU 2600-EXIT.
008360     PERFORM 2700-VALIDAR-CLIENTE THRU 2700-EXIT.
008390     IF V1-DESCUENTO-VALIDO AND V1-CUPON-VALIDO
008400             AND V1-CLIENTE-VALIDO AND V1-MEDIO-VALIDO
008410             AND V1-CAJERO-VALIDO
008411             AND V1-ARTICULOS-VALIDOS
008420         PERFORM 2800-APLICAR-FIDELIDAD THRU 2800-EXIT
008430         PERFORM 3000-CALCULO THRU 3000-EXIT
008431         PERFORM 2760-VALIDAR-CREDITO THRU 2760-EXIT
008432     END-IF.
008433*    El limite de credito se controla contra el total ya
008434*    calculado de la venta.
008435     IF V1-DESCUENTO-VALIDO AND V1-CUPON-VALIDO
008436             AND V1-CLIENTE-VALIDO AND V1-MEDIO-VALIDO
008437             AND V1-CAJERO-VALIDO
008438             AND V1-ARTICULOS-VALIDOS
008439             AND V1-CREDITO-VALIDO
008440         PERFORM 2850-ACUMULAR-FIDELIDAD THRU 2850-EXIT
008441         PERFORM 2870-ACUMULAR-PROMOCION THRU 2870-EXIT
008450         PERFORM 4000-MOSTRAR-TOTAL THRU 4000-EXIT
008460         PERFORM 4700-GRABAR-HISTORIA THRU 4700-EXIT
008461         PERFORM 4730-CANJEAR-CUPON THRU 4730-EXIT
008470         PERFORM 2900-ACTUALIZAR-RESUMEN THRU 2900-EXIT
008480         ADD 1 TO V1-CANT-VENTAS
008490         ADD MONTO TO V1-SUMA-MONTO
008500         ADD DESCUENTO-TOTAL TO V1-SUMA-DESCUENTO
008510         ADD TOTAL TO V1-TOTAL-GENERAL
008511         EVALUATE TRUE
008512             WHEN ST-PAGO-TARJETA
008513                 ADD 1 TO V1-CANT-TARJETA
008514                 ADD TOTAL TO V1-TOTAL-TARJETA
008515             WHEN ST-PAGO-CREDITO
008516                 ADD 1 TO V1-CANT-CREDITO
008517                 ADD TOTAL TO V1-TOTAL-CREDITO
008518                 MOVE ST-CLIENTE-ID TO V1-CC-CLIENTE
008519                 PERFORM 2770-CARGAR-CTACTE THRU 2770-EXIT
008520             WHEN OTHER
008521                 ADD 1 TO V1-CANT-EFECTIVO
008522                 ADD TOTAL TO V1-TOTAL-EFECTIVO
008523         END-EVALUATE
008590         PERFORM 2950-ACUMULAR-SUCURSAL THRU 2950-EXIT
008600     ELSE
008610         PERFORM 4500-RECHAZAR-VENTA THRU 4500-EXIT
008890     MOVE V1-CANT-EFECTIVO TO CK-CONTADOR-5.
008900     MOVE V1-CANT-TARJETA TO CK-CONTADOR-6.
008910     MOVE V1-CANT-DEVOLUCIONES TO CK-CONTADOR-7.
008911     MOVE V1-CANT-ITEMS-LEIDOS TO CK-CONTADOR-8.
008912     MOVE V1-CANT-CREDITO TO CK-CONTADOR-9.
008913     MOVE V1-CANT-PROMOCION TO CK-CONTADOR-10.
008914     MOVE V1-CANT-AUTORIZADAS TO CK-CONTADOR-11.
008920     MOVE V1-SUMA-MONTO TO CK-ACUMULADOR-1.
008930     MOVE V1-SUMA-DESCUENTO TO CK-ACUMULADOR-2.
008940     MOVE V1-TOTAL-GENERAL TO CK-ACUMULADOR-3.
008960     MOVE V1-TOTAL-EFECTIVO TO CK-ACUMULADOR-5.
008970     MOVE V1-TOTAL-TARJETA TO CK-ACUMULADOR-6.
008980     MOVE V1-TOTAL-DEVUELTO TO CK-ACUMULADOR-7.
008981     MOVE V1-TOTAL-CREDITO TO CK-ACUMULADOR-8.
008982     MOVE V1-SUMA-PROMOCION TO CK-ACUMULADOR-9.
008990     ACCEPT CK-FECHA FROM DATE YYYYMMDD.
009000     ACCEPT CK-HORA FROM TIME.
009010     WRITE CK-CHECKPOINT-RECORD.
009050 
009060******************************************************************
009070*VALIDAR-DESCUENTO: rechaza todo descuento que supere el tope
009080*autorizado (30%) salvo que la transaccion traiga el codigo
009090*personal de un supervisor activo del maestro de supervisores,
009100*de la misma sucursal de la venta y con un tope propio que
009101*cubra el descuento. El supervisor queda guardado para el
009102*historial y el registro de autorizaciones.
009103******************************************************************
009110 2500-VALIDAR-DESCUENTO.
009120     SET V1-DESCUENTO-VALIDO TO TRUE.
009121     MOVE SPACES TO V1-SUPERVISOR-AUTORIZA.
009122     MOVE ZERO TO V1-TOPE-SUPERVISOR.
009130     IF DESCUENTO NOT > V1-TOPE-DESCUENTO
009131         GO TO 2500-EXIT
009132     END-IF.
009133     SET V1-DESCUENTO-INVALIDO TO TRUE.
009134     IF NOT V1-SUPMAST-ABIERTO OR NOT V1-REGISTRO-ABIERTO
009135         MOVE "DESCUENTO SUPERA TOPE SIN MAESTRO DE SUPERVISORES"
009136             TO V1-MOTIVO-DESCUENTO
009137         GO TO 2500-EXIT
009138     END-IF.
009139     IF ST-COD-AUTORIZACION = SPACES
009140         MOVE "DESCUENTO SUPERA TOPE SIN CODIGO DE SUPERVISOR"
009141             TO V1-MOTIVO-DESCUENTO
009142         GO TO 2500-EXIT
009143     END-IF.
009144     MOVE ST-COD-AUTORIZACION TO SP-COD-PERSONAL.
009145     READ SUPERVISOR-MASTER
009146         KEY IS SP-COD-PERSONAL
009147         INVALID KEY
009148             MOVE "DESCUENTO SUPERA TOPE, SUPERVISOR INEXISTENTE"
009149                 TO V1-MOTIVO-DESCUENTO
009150             GO TO 2500-EXIT
009151     END-READ.
009152     IF SP-INACTIVO
009153         MOVE "DESCUENTO SUPERA TOPE, SUPERVISOR DADO DE BAJA"
009154             TO V1-MOTIVO-DESCUENTO
009155         GO TO 2500-EXIT
009156     END-IF.
009157     IF SP-SUCURSAL NOT = ST-SUCURSAL
009158         MOVE "DESCUENTO SUPERA TOPE, SUPERVISOR DE OTRA SUCURSAL"
009159             TO V1-MOTIVO-DESCUENTO
009160         GO TO 2500-EXIT
009161     END-IF.
009162     IF DESCUENTO > SP-TOPE-AUTORIZA
009163         MOVE "DESCUENTO SUPERA EL TOPE PROPIO DEL SUPERVISOR"
009164             TO V1-MOTIVO-DESCUENTO
009165         GO TO 2500-EXIT
009166     END-IF.
009167     SET V1-DESCUENTO-VALIDO TO TRUE.
009168     MOVE SP-SUPERVISOR TO V1-SUPERVISOR-AUTORIZA.
009169     MOVE SP-TOPE-AUTORIZA TO V1-TOPE-SUPERVISOR.
009180 2500-EXIT.
009190     EXIT.
009200
009220*VALIDAR-CUPON: rechaza la venta si el cupon fijo supera el monto
009230*de la venta, lo que antes producia un total negativo almacenado
009240*como magnitud positiva en campos sin signo.
009241*El cupon se valida ademas contra el maestro de cupones por su
009242*numero de serie: debe existir, estar emitido y vigente a la
009243*fecha de proceso, y el importe tipeado debe ser su valor
009244*nominal. Un cupon canjeado por esta misma venta (fecha de
009245*proceso y la secuencia que le toca) es un reinicio del cierre
009246*y se acepta.
009250******************************************************************
009260 2600-VALIDAR-CUPON.
009270     SET V1-CUPON-VALIDO TO TRUE.
009271     MOVE SPACES TO V1-MOTIVO-CUPON.
009280     IF CUPON > MONTO
009290         SET V1-CUPON-INVALIDO TO TRUE
009291         MOVE "CUPON SUPERA EL MONTO DE LA VENTA"
009292             TO V1-MOTIVO-CUPON
009293         GO TO 2600-EXIT
009300     END-IF.
009301     IF ST-CUPON-SERIE = ZERO
009302         IF CUPON > ZERO
009303             SET V1-CUPON-INVALIDO TO TRUE
009304             MOVE "CUPON SIN NUMERO DE SERIE" TO V1-MOTIVO-CUPON
009305         END-IF
009306         GO TO 2600-EXIT
009307     END-IF.
009308     IF NOT V1-CUPONES-ABIERTOS
009309         SET V1-CUPON-INVALIDO TO TRUE
009310         MOVE "MAESTRO DE CUPONES NO DISPONIBLE"
009311             TO V1-MOTIVO-CUPON
009312         GO TO 2600-EXIT
009313     END-IF.
009314     MOVE ST-CUPON-SERIE TO CP-SERIE.
009315     READ VOUCHER-MASTER
009316         INVALID KEY
009317             SET V1-CUPON-INVALIDO TO TRUE
009318             MOVE "CUPON INEXISTENTE" TO V1-MOTIVO-CUPON
009319             GO TO 2600-EXIT
009320     END-READ.
009321     COMPUTE V1-SEQ-SIGUIENTE = V1-SEQ-HISTORIA + 1.
009322     EVALUATE TRUE
009323         WHEN CP-ANULADO
009324             SET V1-CUPON-INVALIDO TO TRUE
009325             MOVE "CUPON ANULADO" TO V1-MOTIVO-CUPON
009326         WHEN CP-CANJEADO
009327             IF CP-CANJE-FECHA NOT = V1-FECHA-PROCESO
009328                     OR CP-CANJE-SECUENCIA NOT = V1-SEQ-SIGUIENTE
009329                 SET V1-CUPON-INVALIDO TO TRUE
009330                 MOVE "CUPON YA CANJEADO" TO V1-MOTIVO-CUPON
009331             END-IF
009332         WHEN CP-VENCIDO
009333             SET V1-CUPON-INVALIDO TO TRUE
009334             MOVE "CUPON VENCIDO" TO V1-MOTIVO-CUPON
009335         WHEN CP-FECHA-VENCIMIENTO < V1-FECHA-PROCESO
009336             SET V1-CUPON-INVALIDO TO TRUE
009337             MOVE "CUPON VENCIDO" TO V1-MOTIVO-CUPON
009338         WHEN CP-FECHA-EMISION > V1-FECHA-PROCESO
009339             SET V1-CUPON-INVALIDO TO TRUE
009340             MOVE "CUPON CON FECHA DE EMISION POSTERIOR"
009341                 TO V1-MOTIVO-CUPON
009342     END-EVALUATE.
009343     IF V1-CUPON-VALIDO AND CUPON NOT = CP-VALOR-NOMINAL
009344         SET V1-CUPON-INVALIDO TO TRUE
009345         MOVE "IMPORTE DEL CUPON DISTINTO DEL VALOR NOMINAL"
009346             TO V1-MOTIVO-CUPON
009347     END-IF.
009348 2600-EXIT.
009349     EXIT.
009350
009351******************************************************************
009352*VALIDAR-CLIENTE: verifica que el cliente de la venta exista en
009360*el maestro de clientes, para que el historial del dia quede
009370*vinculado a un cliente real.
009380******************************************************************
009450     END-READ.
009460 2700-EXIT.
009470     EXIT.
009471******************************************************************
009472*RESOLVER-FUSION: traduce V1-FX-CLIENTE al cliente sobreviviente
009473*si figura como absorbido en CUSTOMER-XREF. La referencia siempre
009474*apunta al sobreviviente final, asi que basta una lectura.
009475******************************************************************
009476 2705-RESOLVER-FUSION.
009477     IF NOT V1-REFERENCIA-ABIERTA OR V1-FX-CLIENTE = ZERO
009478         GO TO 2705-EXIT
009479     END-IF.
009480     MOVE V1-FX-CLIENTE TO FX-ABSORBIDO-ID.
009481     READ CUSTOMER-XREF
009482         INVALID KEY
009483             GO TO 2705-EXIT
009484     END-READ.
009485     MOVE FX-SOBREVIVIENTE-ID TO V1-FX-CLIENTE.
009486 2705-EXIT.
009487     EXIT.
009488
009490******************************************************************
009500*CALCULO: resta primero el cupon plano y luego el porcentaje de
009510*descuento para obtener el neto; el IVA se calcula sobre el neto
009520*y se suma para llegar al total a pagar. Antes suma al
009521*porcentaje de descuento el de la promocion que corresponda.
009530******************************************************************
009540 3000-CALCULO.
009541     PERFORM 2820-APLICAR-PROMOCION THRU 2820-EXIT.
009550     COMPUTE V1-BASE-DESCUENTO = MONTO - CUPON.
009560     COMPUTE V1-PROD-DESCUENTO = V1-BASE-DESCUENTO * DESCUENTO.
009570     COMPUTE DESCUENTO-TOTAL = V1-PROD-DESCUENTO / 100.
009580     COMPUTE NETO = V1-BASE-DESCUENTO.
009590     SUBTRACT DESCUENTO-TOTAL FROM NETO.
009591*    El ticket por articulos aplica la tasa ponderada por la
009592*    categoria de IVA de sus renglones.
009593     IF V1-CANT-REN > ZERO
009594         COMPUTE IVA-MONTO = (NETO * V1-TASA-PONDERADA) / 100
009595     ELSE
009596         COMPUTE IVA-MONTO = (NETO * V1-PORC-IVA) / 100
009597     END-IF.
009610     COMPUTE TOTAL = NETO + IVA-MONTO.
009620 3000-EXIT.
009630     EXIT.
010000         MOVE "D" TO SH-TIPO
010010         MOVE ST-REF-FECHA     TO SH-REF-FECHA
010020         MOVE ST-REF-SECUENCIA TO SH-REF-SECUENCIA
010021         MOVE SPACES TO SH-PROMOCION
010022         MOVE ZERO TO SH-PROMO-PORC
010023         MOVE SPACES TO SH-SUPERVISOR
010024         MOVE ZERO TO SH-FIDEL-PORC
010030     ELSE
010040         MOVE "V" TO SH-TIPO
010050         MOVE ZERO TO SH-REF-FECHA
010060         MOVE ZERO TO SH-REF-SECUENCIA
010061         MOVE V1-PROMO-APLICADA TO SH-PROMOCION
010062         MOVE V1-PROMO-PCT-APLICADO TO SH-PROMO-PORC
010063         MOVE V1-SUPERVISOR-AUTORIZA TO SH-SUPERVISOR
010064         MOVE V1-FID-PCT-APLICADO TO SH-FIDEL-PORC
010070     END-IF.
010080     WRITE SH-HISTORY-RECORD.
010090     PERFORM 4710-GRABAR-INDICE THRU 4710-EXIT.
010091     IF SH-SUPERVISOR NOT = SPACES
010092         PERFORM 4740-GRABAR-AUTORIZACION THRU 4740-EXIT
010093     END-IF.
010094     IF V1-CANT-REN > ZERO
010095         MOVE ZERO TO V1-IDX-REN
010096         PERFORM 4720-GRABAR-RENGLON THRU 4720-EXIT
010097             V1-CANT-REN TIMES
010098     END-IF.
010100 4700-EXIT.
010110     EXIT.
010120 
010230     IF ST-TIPO-DEVOLUCION
010240         MOVE ST-REF-FECHA     TO SX-REF-FECHA
010250         MOVE ST-REF-SECUENCIA TO SX-REF-SECUENCIA
010251         MOVE ZERO TO SX-CUPON-SERIE
010260     ELSE
010270         MOVE ZERO TO SX-REF-FECHA
010280         MOVE ZERO TO SX-REF-SECUENCIA
010281         MOVE ST-CUPON-SERIE TO SX-CUPON-SERIE
010290     END-IF.
010300     EVALUATE TRUE
010301         WHEN V1-ARTICULOS-INVALIDOS
010302             MOVE V1-MOTIVO-ARTICULO TO SX-MOTIVO
010303             DISPLAY "** Venta rechazada - cajero " ST-CAJERO
010304                 " " V1-MOTIVO-ARTICULO " **"
010310         WHEN V1-DESCUENTO-INVALIDO
010320             MOVE V1-MOTIVO-DESCUENTO TO SX-MOTIVO
010340             DISPLAY "** Venta rechazada - cajero " ST-CAJERO
010350                 " descuento " ST-DESCUENTO " "
010351                 V1-MOTIVO-DESCUENTO " **"
010360         WHEN V1-CUPON-INVALIDO
010370             MOVE V1-MOTIVO-CUPON TO SX-MOTIVO
010390             DISPLAY "** Venta rechazada - cajero " ST-CAJERO
010400                 " " V1-MOTIVO-CUPON " **"
010410         WHEN V1-CAJERO-INVALIDO
010420             MOVE "CAJERO INEXISTENTE O INACTIVO"
010430                 TO SX-MOTIVO
010520                 TO SX-MOTIVO
010530             DISPLAY "** Venta rechazada - cajero " ST-CAJERO
010540                 " medio de pago invalido **"
010541         WHEN V1-CREDITO-INVALIDO
010542             MOVE V1-MOTIVO-CREDITO TO SX-MOTIVO
010543             DISPLAY "** Venta rechazada - cliente " ST-CLIENTE-ID
010544                 " " V1-MOTIVO-CREDITO " **"
010550         WHEN OTHER
010560             MOVE "CLIENTE INEXISTENTE EN EL MAESTRO"
010570                 TO SX-MOTIVO
010860     IF V1-INDICE-ABIERTO
010870         CLOSE SALES-HISTORY-INDEX
010880     END-IF.
010881     IF V1-RENGLONES-ABIERTOS
010882         CLOSE SALES-ITEM-TRANS-FILE
010883     END-IF.
010884     IF V1-ARTMAST-ABIERTO
010885         CLOSE ARTICLE-MASTER
010886     END-IF.
010887     IF V1-DETALLE-ABIERTO
010888         CLOSE SALES-ITEM-INDEX
010889     END-IF.
010890     IF V1-CTACTE-ABIERTA
010891         CLOSE CUSTOMER-LEDGER
010892     END-IF.
010893     IF V1-CUPONES-ABIERTOS
010894         CLOSE VOUCHER-MASTER
010895     END-IF.
010896     IF V1-SUPMAST-ABIERTO
010897         CLOSE SUPERVISOR-MASTER
010898     END-IF.
010899     IF V1-REGISTRO-ABIERTO
010900         CLOSE OVERRIDE-REGISTER
010901     END-IF.
010902     IF V1-REFERENCIA-ABIERTA
010903         CLOSE CUSTOMER-XREF
010904     END-IF.
010905*    El checkpoint solo se limpia, y el registro de control de
010906*    corrida solo se graba, cuando la corrida termino bien: una
010910*    corrida abortada no debe borrar el punto de reinicio ni
010920*    aportar contadores a medias al balanceo.
010930     IF V1-VENTAS-ABIERTAS
011380     MOVE "VENTAS CON TARJETA" TO V1-RPT-CANT-CONCEPTO.
011390     MOVE V1-CANT-TARJETA TO V1-RPT-CANT-VALOR.
011400     WRITE V1-LINEA-IMPRESION FROM V1-RPT-LINEA-CANTIDAD.
011401     MOVE "VENTAS A CUENTA CORRIENTE" TO V1-RPT-CANT-CONCEPTO.
011402     MOVE V1-CANT-CREDITO TO V1-RPT-CANT-VALOR.
011403     WRITE V1-LINEA-IMPRESION FROM V1-RPT-LINEA-CANTIDAD.
011410     MOVE "DEVOLUCIONES PROCESADAS" TO V1-RPT-CANT-CONCEPTO.
011420     MOVE V1-CANT-DEVOLUCIONES TO V1-RPT-CANT-VALOR.
011430     WRITE V1-LINEA-IMPRESION FROM V1-RPT-LINEA-CANTIDAD.
011431     MOVE "RENGLONES DE ARTICULOS LEIDOS" TO V1-RPT-CANT-CONCEPTO.
011432     MOVE V1-CANT-ITEMS-LEIDOS TO V1-RPT-CANT-VALOR.
011433     WRITE V1-LINEA-IMPRESION FROM V1-RPT-LINEA-CANTIDAD.
011440     MOVE "SUMA DE MONTOS" TO V1-RPT-IMP-CONCEPTO.
011450     MOVE V1-SUMA-MONTO TO V1-RPT-IMP-VALOR.
011460     WRITE V1-LINEA-IMPRESION FROM V1-RPT-LINEA-IMPORTE.
011500     MOVE "DESCUENTO FIDELIDAD OTORGADO" TO V1-RPT-IMP-CONCEPTO.
011510     MOVE V1-SUMA-FIDELIDAD TO V1-RPT-IMP-VALOR.
011520     WRITE V1-LINEA-IMPRESION FROM V1-RPT-LINEA-IMPORTE.
011521     MOVE "VENTAS CON PROMOCION" TO V1-RPT-CANT-CONCEPTO.
011522     MOVE V1-CANT-PROMOCION TO V1-RPT-CANT-VALOR.
011523     WRITE V1-LINEA-IMPRESION FROM V1-RPT-LINEA-CANTIDAD.
011524     MOVE "DESCUENTO POR PROMOCIONES" TO V1-RPT-IMP-CONCEPTO.
011525     MOVE V1-SUMA-PROMOCION TO V1-RPT-IMP-VALOR.
011526     WRITE V1-LINEA-IMPRESION FROM V1-RPT-LINEA-IMPORTE.
011527     MOVE "DESCUENTOS AUTORIZADOS S/TOPE" TO V1-RPT-CANT-CONCEPTO.
011528     MOVE V1-CANT-AUTORIZADAS TO V1-RPT-CANT-VALOR.
011529     WRITE V1-LINEA-IMPRESION FROM V1-RPT-LINEA-CANTIDAD.
011530     MOVE "TOTAL GENERAL A DEPOSITAR" TO V1-RPT-IMP-CONCEPTO.
011540     MOVE V1-TOTAL-GENERAL TO V1-RPT-IMP-VALOR.
011550     WRITE V1-LINEA-IMPRESION FROM V1-RPT-LINEA-IMPORTE.
011590     MOVE "TOTAL CON TARJETA" TO V1-RPT-IMP-CONCEPTO.
011600     MOVE V1-TOTAL-TARJETA TO V1-RPT-IMP-VALOR.
011610     WRITE V1-LINEA-IMPRESION FROM V1-RPT-LINEA-IMPORTE.
011611     MOVE "TOTAL A CUENTA CORRIENTE" TO V1-RPT-IMP-CONCEPTO.
011612     MOVE V1-TOTAL-CREDITO TO V1-RPT-IMP-VALOR.
011613     WRITE V1-LINEA-IMPRESION FROM V1-RPT-LINEA-IMPORTE.
011620     MOVE "TOTAL DEVUELTO (NOTAS CREDITO)"
011630         TO V1-RPT-IMP-CONCEPTO.
011640     MOVE V1-TOTAL-DEVUELTO TO V1-RPT-IMP-VALOR.
011730     END-IF.
011740     MOVE V1-PORC-IVA TO V1-RPT-PAR-IVA.
011750     MOVE V1-TOPE-DESCUENTO TO V1-RPT-PAR-TOPE.
011770     WRITE V1-LINEA-IMPRESION FROM V1-RPT-LINEA-PARAMS.
011780     IF V1-CANT-SUC > ZERO
011790         MOVE SPACES TO V1-LINEA-IMPRESION
012080     MOVE "EJERCIC1" TO RC-PROGRAMA.
012090     MOVE V1-FECHA-PROCESO TO RC-FECHA.
012100     ACCEPT RC-HORA FROM TIME.
012101     MOVE V1-HORA-INICIO TO RC-HORA-INICIO.
012110     MOVE V1-CONTADOR-REGISTROS TO RC-LEIDOS.
012120     MOVE V1-CANT-VENTAS        TO RC-PROCESADOS.
012130     MOVE V1-CANT-RECHAZOS      TO RC-RECHAZADOS.
013060     ADD V1-FID-IMPORTE TO V1-SUMA-FIDELIDAD.
013070 2850-EXIT.
013080     EXIT.
013081******************************************************************
013082*APLICAR-PROMOCION: entre las promociones del dia toma la de mayor
013083*porcentaje que corresponda a la sucursal y al medio de pago de la
013084*venta (espacios en la promocion valen para todas). Igual que el
013085*extra de fidelidad, se suma al descuento sin superar el tope
013086*vigente; si el descuento ya esta en el tope no se aplica.
013087******************************************************************
013088 2820-APLICAR-PROMOCION.
013089     MOVE SPACES TO V1-PROMO-APLICADA.
013090     MOVE ZERO TO V1-PROMO-PCT-APLICADO.
013091     IF V1-CANT-PROMOS = ZERO
013092         GO TO 2820-EXIT
013093     END-IF.
013094     MOVE ZERO TO V1-IDX-PROMO.
013095     PERFORM 2830-EVALUAR-PROMOCION THRU 2830-EXIT
013096         V1-CANT-PROMOS TIMES.
013097     IF V1-PROMO-PCT-APLICADO = ZERO
013098         GO TO 2820-EXIT
013099     END-IF.
013100     IF DESCUENTO NOT LESS THAN V1-TOPE-DESCUENTO
013101         MOVE SPACES TO V1-PROMO-APLICADA
013102         MOVE ZERO TO V1-PROMO-PCT-APLICADO
013103         GO TO 2820-EXIT
013104     END-IF.
013105     COMPUTE V1-PROMO-PCT-PRUEBA = DESCUENTO
013106         + V1-PROMO-PCT-APLICADO.
013107     IF V1-PROMO-PCT-PRUEBA > V1-TOPE-DESCUENTO
013108         COMPUTE V1-PROMO-PCT-APLICADO = V1-TOPE-DESCUENTO
013109             - DESCUENTO
013110     END-IF.
013111     ADD V1-PROMO-PCT-APLICADO TO DESCUENTO.
013112 2820-EXIT.
013113     EXIT.
013114
013115 2830-EVALUAR-PROMOCION.
013116     ADD 1 TO V1-IDX-PROMO.
013117     IF V1-PROMO-SUCURSAL(V1-IDX-PROMO) NOT = SPACES
013118             AND V1-PROMO-SUCURSAL(V1-IDX-PROMO) NOT = ST-SUCURSAL
013119         GO TO 2830-EXIT
013120     END-IF.
013121     IF V1-PROMO-MEDIO(V1-IDX-PROMO) NOT = SPACE
013122             AND V1-PROMO-MEDIO(V1-IDX-PROMO) NOT = ST-MEDIO-PAGO
013123         GO TO 2830-EXIT
013124     END-IF.
013125     IF V1-PROMO-PORC(V1-IDX-PROMO) > V1-PROMO-PCT-APLICADO
013126         MOVE V1-PROMO-CODIGO(V1-IDX-PROMO) TO V1-PROMO-APLICADA
013127         MOVE V1-PROMO-PORC(V1-IDX-PROMO) TO V1-PROMO-PCT-APLICADO
013128     END-IF.
013129 2830-EXIT.
013130     EXIT.
013131
013132******************************************************************
013133*ACUMULAR-PROMOCION: valoriza el descuento otorgado por la
013134*promocion (ya incluido en DESCUENTO-TOTAL) y lo suma a los
013135*contadores del resumen de cierre.
013136******************************************************************
013137 2870-ACUMULAR-PROMOCION.
013138     IF V1-PROMO-PCT-APLICADO = ZERO
013139         GO TO 2870-EXIT
013140     END-IF.
013141     COMPUTE V1-PROD-DESCUENTO = V1-BASE-DESCUENTO
013142         * V1-PROMO-PCT-APLICADO.
013143     COMPUTE V1-PROMO-IMPORTE = V1-PROD-DESCUENTO / 100.
013144     ADD 1 TO V1-CANT-PROMOCION.
013145     ADD V1-PROMO-IMPORTE TO V1-SUMA-PROMOCION.
013146 2870-EXIT.
013147     EXIT.
013148
013149******************************************************************
013150*ACTUALIZAR-RESUMEN: suma la venta calculada al acumulado
013151*historico del cliente en el resumen de compras; el cliente que
013152*todavia no figura se da de alta con esta venta.
013153******************************************************************
013154 2900-ACTUALIZAR-RESUMEN.
013160     IF NOT V1-RESUMEN-ABIERTO
013170         GO TO 2900-EXIT
013180     END-IF.
013260     ADD MONTO TO CS-ACUM-MONTO.
013270     ADD TOTAL TO CS-ACUM-TOTAL.
013280     MOVE V1-FECHA-PROCESO TO CS-FECHA-ULTIMA.
013281     MOVE ST-SUCURSAL TO CS-SUCURSAL-ULTIMA.
013290     IF V1-SUM-STATUS-OK
013300         REWRITE CS-SUMMARY-RECORD
013310     ELSE
014500     EXIT.
014510
014520******************************************************************
014530*VALIDAR-MEDIO: acepta E(fectivo), T(arjeta) y C(redito en
014540*cuenta corriente); el medio vacio se toma como efectivo, para no
014550*rechazar las transacciones reinyectadas grabadas antes de este
014560*campo. Cualquier otro valor rechaza la venta.
014570******************************************************************
014580 2750-VALIDAR-MEDIO.
014590     SET V1-MEDIO-VALIDO TO TRUE.
014610         MOVE "E" TO ST-MEDIO-PAGO
014620         GO TO 2750-EXIT
014630     END-IF.
014631     IF NOT ST-PAGO-EFECTIVO AND NOT ST-PAGO-TARJETA
014632             AND NOT ST-PAGO-CREDITO
014650         SET V1-MEDIO-INVALIDO TO TRUE
014660     END-IF.
014670 2750-EXIT.
014920         PERFORM 3500-CALCULAR-DEVOLUCION THRU 3500-EXIT
014930         PERFORM 4700-GRABAR-HISTORIA THRU 4700-EXIT
014940         PERFORM 2790-MARCAR-ORIGINAL THRU 2790-EXIT
014941         IF V1-ORIG-CUPON > ZERO
014942             PERFORM 2795-REPONER-CUPON THRU 2795-EXIT
014943         END-IF
014950         ADD 1 TO V1-CANT-VENTAS
014960         ADD 1 TO V1-CANT-DEVOLUCIONES
014970         ADD TOTAL TO V1-TOTAL-DEVUELTO
014980         SUBTRACT TOTAL FROM V1-TOTAL-GENERAL
014981         EVALUATE TRUE
014982             WHEN ST-PAGO-TARJETA
014983                 SUBTRACT TOTAL FROM V1-TOTAL-TARJETA
014984             WHEN ST-PAGO-CREDITO
014985                 SUBTRACT TOTAL FROM V1-TOTAL-CREDITO
014986                 MOVE V1-ORIG-CLIENTE TO V1-CC-CLIENTE
014987                 PERFORM 2770-CARGAR-CTACTE THRU 2770-EXIT
014988             WHEN OTHER
014989                 SUBTRACT TOTAL FROM V1-TOTAL-EFECTIVO
014990         END-EVALUATE
015040         PERFORM 2955-RESTAR-SUCURSAL THRU 2955-EXIT
015050         DISPLAY "Devolucion de la venta " ST-REF-FECHA "/"
015060             ST-REF-SECUENCIA " por " TOTAL " procesada"
015150*en el indice del historial. La original debe existir con tipo
015160*V, no debe tener ya una devolucion aplicada (marca
015170*SI-DEVUELTA) y el importe no puede superar su total.
015171*La devolucion de una venta a credito vuelve siempre a la cuenta
015172*corriente del cliente original, cualquiera sea el medio que
015173*informe la caja; una devolucion a credito de una venta de
015174*contado se rechaza.
015180******************************************************************
015190 2780-VALIDAR-DEVOLUCION.
015200     SET V1-DEVOL-VALIDA TO TRUE.
015210     MOVE SPACES TO V1-MOTIVO-DEVOL.
015211     MOVE ZERO TO V1-ORIG-CUPON.
015220     IF NOT V1-INDICE-ABIERTO
015230         SET V1-DEVOL-INVALIDA TO TRUE
015240         MOVE "HISTORIAL NO DISPONIBLE PARA VALIDAR"
015470     END-IF.
015480     MOVE SI-TOTAL TO V1-ORIG-TOTAL.
015490     MOVE SI-IVA   TO V1-ORIG-IVA.
015491     MOVE SI-CUPON TO V1-ORIG-CUPON.
015492     MOVE SI-CLIENTE-ID TO V1-FX-CLIENTE.
015493     PERFORM 2705-RESOLVER-FUSION THRU 2705-EXIT.
015494     MOVE V1-FX-CLIENTE TO V1-ORIG-CLIENTE.
015495     IF SI-PAGO-CREDITO
015496         MOVE "C" TO ST-MEDIO-PAGO
015497         IF NOT V1-CTACTE-ABIERTA
015498             SET V1-DEVOL-INVALIDA TO TRUE
015499             MOVE "CUENTA CORRIENTE NO DISPONIBLE"
015500                 TO V1-MOTIVO-DEVOL
015501             GO TO 2780-EXIT
015502         END-IF
015503         SET V1-MEDIO-VALIDO TO TRUE
015504     ELSE
015505         IF ST-PAGO-CREDITO
015506             SET V1-DEVOL-INVALIDA TO TRUE
015507             MOVE "DEVOLUCION A CREDITO DE VENTA DE CONTADO"
015508                 TO V1-MOTIVO-DEVOL
015509             GO TO 2780-EXIT
015510         END-IF
015511     END-IF.
015512     IF ST-MONTO > V1-ORIG-TOTAL
015513         SET V1-DEVOL-INVALIDA TO TRUE
015520         MOVE "DEVOLUCION SUPERA TOTAL ORIGINAL"
015530             TO V1-MOTIVO-DEVOL
015540     END-IF.
015740     REWRITE SI-HISTORY-RECORD.
015750 2790-EXIT.
015760     EXIT.
015761******************************************************************
015762*REPONER-CUPON: regla de la devolucion de una venta pagada en
015763*parte con cupon. Si se devuelve la venta completa (diferencia
015764*menor a un peso, ya que la devolucion viaja en pesos enteros) y
015765*el cupon sigue vigente, el cupon vuelve a emitido y el cliente
015766*puede usarlo otra vez. En una devolucion parcial, o con el cupon
015767*ya vencido, el cupon queda canjeado y su valor no se reintegra:
015768*lo devuelto nunca supera el total cobrado, que ya viene neto del
015769*cupon. La venta se llega al cupon por la clave alternativa de
015770*canje; un cupon ya repuesto (reinicio) no se vuelve a tocar.
015771******************************************************************
015772 2795-REPONER-CUPON.
015773     IF NOT V1-CUPONES-ABIERTOS
015774         DISPLAY "** Sin maestro de cupones: el cupon de la "
015775             "venta "
015776             ST-REF-FECHA "/" ST-REF-SECUENCIA " no se revisa **"
015777         GO TO 2795-EXIT
015778     END-IF.
015779     MOVE ST-REF-FECHA     TO CP-CANJE-FECHA.
015780     MOVE ST-REF-SECUENCIA TO CP-CANJE-SECUENCIA.
015781     READ VOUCHER-MASTER KEY IS CP-CANJE-CLAVE
015782         INVALID KEY
015783             GO TO 2795-EXIT
015784     END-READ.
015785     IF NOT CP-CANJEADO
015786         GO TO 2795-EXIT
015787     END-IF.
015788     COMPUTE V1-DIF-DEVOLUCION = V1-ORIG-TOTAL - TOTAL.
015789     IF V1-DIF-DEVOLUCION NOT LESS THAN 1
015790             OR CP-FECHA-VENCIMIENTO < V1-FECHA-PROCESO
015791         DISPLAY "Cupon " CP-SERIE " queda canjeado (devolucion "
015792             "parcial o cupon vencido)"
015793         GO TO 2795-EXIT
015794     END-IF.
015795     SET CP-EMITIDO TO TRUE.
015796     MOVE V1-FECHA-PROCESO TO CP-FECHA-ESTADO.
015797     MOVE ZERO   TO CP-CANJE-FECHA.
015798     MOVE ZERO   TO CP-CANJE-SECUENCIA.
015799     MOVE SPACES TO CP-CANJE-SUCURSAL.
015800     REWRITE CP-CUPON-RECORD.
015801     IF V1-CP-STATUS-OK
015802         DISPLAY "Cupon " CP-SERIE
015803             " repuesto por devolucion total"
015804     ELSE
015805         DISPLAY "** No se pudo reponer el cupon " CP-SERIE
015806             ", status " V1-CP-STATUS " **"
015807     END-IF.
015808 2795-EXIT.
015809     EXIT.
015810
015811
015812******************************************************************
015813*CALCULAR-DEVOLUCION: el total a devolver es ST-MONTO; el IVA
015814*se revierte en proporcion al peso del IVA en el total de la
015820*venta original, y el neto es el resto. La devolucion no lleva
015830*descuento ni cupon propios.
015840******************************************************************
016810         MOVE "D" TO SI-TIPO
016820         MOVE ST-REF-FECHA     TO SI-REF-FECHA
016830         MOVE ST-REF-SECUENCIA TO SI-REF-SECUENCIA
016831         MOVE ZERO TO SI-PROMO-PORC
016832         MOVE ZERO TO SI-FIDEL-PORC
016840     ELSE
016850         MOVE "V" TO SI-TIPO
016860         MOVE ZERO TO SI-REF-FECHA
016870         MOVE ZERO TO SI-REF-SECUENCIA
016871         MOVE V1-PROMO-APLICADA TO SI-PROMOCION
016872         MOVE V1-PROMO-PCT-APLICADO TO SI-PROMO-PORC
016873         MOVE V1-FID-PCT-APLICADO TO SI-FIDEL-PORC
016880     END-IF.
016890     WRITE SI-HISTORY-RECORD
016900         INVALID KEY
016930 4710-EXIT.
016940     EXIT.
016950
016960******************************************************************
016970*ABRIR-ARTICULOS: abre los renglones de los tickets y el maestro
016980*de articulos, y abre (o crea) el detalle por articulo del
016990*historial. Sin renglones o sin maestro el cierre sigue, pero
017000*rechaza los tickets que traen articulos; sin detalle no hay
017010*cierre, igual que sin indice del historial.
017020******************************************************************
017030 1095-ABRIR-ARTICULOS.
017040     OPEN INPUT SALES-ITEM-TRANS-FILE.
017050     IF V1-ITT-STATUS-OK
017060         SET V1-RENGLONES-ABIERTOS TO TRUE
017070     ELSE
017080         DISPLAY "Sin archivo de renglones (status "
017090             V1-ITT-STATUS "), se rechazan los tickets con "
017100             "articulos"
017110     END-IF.
017120     OPEN INPUT ARTICLE-MASTER.
017130     IF V1-ART-STATUS-OK
017140         SET V1-ARTMAST-ABIERTO TO TRUE
017150     ELSE
017160         DISPLAY "Sin maestro de articulos (status "
017170             V1-ART-STATUS "), se rechazan los tickets con "
017180             "articulos"
017190     END-IF.
017200     OPEN I-O SALES-ITEM-INDEX.
017210     IF V1-ITM-NO-EXISTE
017220         OPEN OUTPUT SALES-ITEM-INDEX
017230         CLOSE SALES-ITEM-INDEX
017240         OPEN I-O SALES-ITEM-INDEX
017250     END-IF.
017260     IF V1-ITM-STATUS-OK
017270         SET V1-DETALLE-ABIERTO TO TRUE
017280     ELSE
017290         DISPLAY "No se pudo abrir SALES-ITEM-INDEX, "
017300             "status " V1-ITM-STATUS
017310         SET V1-FIN-ARCHIVO TO TRUE
017320         MOVE 12 TO RETURN-CODE
017330     END-IF.
017340 1095-EXIT.
017350     EXIT.
017360
017370******************************************************************
017380*VALORIZAR-ARTICULOS: lee los renglones del ticket y valoriza
017390*cada uno contra el maestro de articulos: el importe del renglon
017400*es la cantidad por el precio cobrado por la caja, o por el del
017410*maestro si la caja lo mando en cero. El monto del ticket pasa a
017420*ser la suma de los renglones, redondeada a pesos, y la tasa de
017430*IVA se pondera por la categoria de cada articulo. Aunque un
017440*renglon rechace el ticket se consumen todos, para no
017450*desfasar el archivo de renglones del de tickets.
017460******************************************************************
017470 2400-VALORIZAR-ARTICULOS.
017480     MOVE SPACES TO V1-MOTIVO-ARTICULO.
017490     MOVE ZERO TO V1-SUMA-RENGLONES.
017500     MOVE ZERO TO V1-SUMA-PONDERADA.
017510     MOVE ZERO TO V1-TASA-PONDERADA.
017520     IF ST-CANT-ITEMS = ZERO
017530         GO TO 2400-EXIT
017540     END-IF.
017550     IF NOT V1-RENGLONES-ABIERTOS OR NOT V1-ARTMAST-ABIERTO
017560         SET V1-ARTICULOS-INVALIDOS TO TRUE
017570         MOVE "RENGLONES O MAESTRO DE ARTICULOS NO DISPONIBLE"
017580             TO V1-MOTIVO-ARTICULO
017590         GO TO 2400-EXIT
017600     END-IF.
017610     PERFORM 2410-VALORIZAR-RENGLON THRU 2410-EXIT
017620         ST-CANT-ITEMS TIMES.
017630     IF V1-ARTICULOS-INVALIDOS
017640         GO TO 2400-EXIT
017650     END-IF.
017660     COMPUTE MONTO ROUNDED = V1-SUMA-RENGLONES.
017670     IF V1-SUMA-RENGLONES > ZERO
017680         COMPUTE V1-TASA-PONDERADA ROUNDED = V1-SUMA-PONDERADA
017690             / V1-SUMA-RENGLONES
017700     END-IF.
017710 2400-EXIT.
017720     EXIT.
017730
017740 2410-VALORIZAR-RENGLON.
017750     PERFORM 2495-LEER-RENGLON THRU 2495-EXIT.
017760     IF V1-FIN-RENGLONES
017770         SET V1-ARTICULOS-INVALIDOS TO TRUE
017780         MOVE "FALTAN RENGLONES DE ARTICULOS DEL TICKET"
017790             TO V1-MOTIVO-ARTICULO
017800         GO TO 2410-EXIT
017810     END-IF.
017820     IF V1-ARTICULOS-INVALIDOS
017830         GO TO 2410-EXIT
017840     END-IF.
017850     IF IT-SUCURSAL NOT = ST-SUCURSAL OR IT-CAJERO NOT = ST-CAJERO
017860         SET V1-ARTICULOS-INVALIDOS TO TRUE
017870         MOVE "RENGLON DE ARTICULO DE OTRO TICKET"
017880             TO V1-MOTIVO-ARTICULO
017890         GO TO 2410-EXIT
017900     END-IF.
017910     MOVE IT-ARTICULO TO AM-ARTICULO.
017920     READ ARTICLE-MASTER
017930         INVALID KEY
017940             SET V1-ARTICULOS-INVALIDOS TO TRUE
017950             MOVE "ARTICULO INEXISTENTE EN EL MAESTRO"
017960                 TO V1-MOTIVO-ARTICULO
017970             DISPLAY "** Articulo " IT-ARTICULO " inexistente **"
017980             GO TO 2410-EXIT
017990     END-READ.
018000     IF AM-BLOQUEADO
018010         SET V1-ARTICULOS-INVALIDOS TO TRUE
018020         MOVE "ARTICULO BLOQUEADO PARA LA VENTA"
018030             TO V1-MOTIVO-ARTICULO
018040         DISPLAY "** Articulo " IT-ARTICULO " bloqueado **"
018050         GO TO 2410-EXIT
018060     END-IF.
018070     ADD 1 TO V1-CANT-REN.
018080     MOVE IT-ARTICULO TO V1-REN-ARTICULO(V1-CANT-REN).
018090     MOVE IT-CANTIDAD TO V1-REN-CANTIDAD(V1-CANT-REN).
018100     IF IT-PRECIO-UNIT = ZERO
018110         MOVE AM-PRECIO TO V1-REN-PRECIO(V1-CANT-REN)
018120     ELSE
018130         MOVE IT-PRECIO-UNIT TO V1-REN-PRECIO(V1-CANT-REN)
018140     END-IF.
018150     COMPUTE V1-REN-IMPORTE(V1-CANT-REN) ROUNDED =
018160         V1-REN-CANTIDAD(V1-CANT-REN)
018161         * V1-REN-PRECIO(V1-CANT-REN).
018170     MOVE AM-CATEGORIA-IVA TO V1-REN-CATEGORIA(V1-CANT-REN).
018180*    Una categoria vacia o desconocida tributa la tasa general.
018190     EVALUATE TRUE
018200         WHEN AM-IVA-REDUCIDO
018210             MOVE V1-PORC-IVA-REDUCIDO TO V1-TASA-RENGLON
018220         WHEN AM-IVA-EXENTO
018230             MOVE ZERO TO V1-TASA-RENGLON
018240         WHEN OTHER
018250             MOVE V1-PORC-IVA TO V1-TASA-RENGLON
018260     END-EVALUATE.
018270     COMPUTE V1-PROD-RENGLON = V1-REN-IMPORTE(V1-CANT-REN)
018280         * V1-TASA-RENGLON.
018290     ADD V1-PROD-RENGLON TO V1-SUMA-PONDERADA.
018300     ADD V1-REN-IMPORTE(V1-CANT-REN) TO V1-SUMA-RENGLONES.
018310 2410-EXIT.
018320     EXIT.
018330
018340******************************************************************
018350*DESCARTAR-RENGLONES: la devolucion se valida por importe contra
018360*la venta original, no por articulo; si la caja mando renglones
018370*se consumen y se ignoran para mantener el archivo en fase.
018380******************************************************************
018390 2490-DESCARTAR-RENGLONES.
018400     IF ST-CANT-ITEMS = ZERO OR NOT V1-RENGLONES-ABIERTOS
018410         GO TO 2490-EXIT
018420     END-IF.
018430     DISPLAY "Devolucion con " ST-CANT-ITEMS
018440         " renglones de articulo, se ignoran".
018450     PERFORM 2495-LEER-RENGLON THRU 2495-EXIT
018460         ST-CANT-ITEMS TIMES.
018470 2490-EXIT.
018480     EXIT.
018490
018500 2495-LEER-RENGLON.
018510     IF V1-FIN-RENGLONES
018520         GO TO 2495-EXIT
018530     END-IF.
018540     READ SALES-ITEM-TRANS-FILE
018550         AT END
018560             SET V1-FIN-RENGLONES TO TRUE
018570     END-READ.
018580     IF NOT V1-FIN-RENGLONES
018590         ADD 1 TO V1-CANT-ITEMS-LEIDOS
018600     END-IF.
018610 2495-EXIT.
018620     EXIT.
018630
018640******************************************************************
018650*GRABAR-RENGLON: graba un renglon valorizado del ticket en el
018660*detalle por articulo, con la fecha y la secuencia del
018670*movimiento recien grabado en el historial. En un reinicio el
018680*WRITE rechazado se convierte en REWRITE, como en el indice.
018690******************************************************************
018700 4720-GRABAR-RENGLON.
018710     ADD 1 TO V1-IDX-REN.
018720     MOVE SPACES TO SD-ITEM-RECORD.
018730     MOVE V1-FECHA-PROCESO   TO SD-FECHA.
018740     MOVE V1-SEQ-HISTORIA    TO SD-SECUENCIA.
018750     MOVE V1-IDX-REN         TO SD-LINEA.
018760     MOVE ST-SUCURSAL        TO SD-SUCURSAL.
018770     MOVE ST-CAJERO          TO SD-CAJERO.
018780     MOVE V1-REN-ARTICULO(V1-IDX-REN)  TO SD-ARTICULO.
018790     MOVE V1-REN-CANTIDAD(V1-IDX-REN)  TO SD-CANTIDAD.
018800     MOVE V1-REN-PRECIO(V1-IDX-REN)    TO SD-PRECIO-UNIT.
018810     MOVE V1-REN-IMPORTE(V1-IDX-REN)   TO SD-IMPORTE.
018820     MOVE V1-REN-CATEGORIA(V1-IDX-REN) TO SD-CATEGORIA-IVA.
018830     WRITE SD-ITEM-RECORD
018840         INVALID KEY
018850             REWRITE SD-ITEM-RECORD
018860     END-WRITE.
018870 4720-EXIT.
018880     EXIT.
018890******************************************************************
018900*ABRIR-CTACTE: abre (o crea) los movimientos de cuenta corriente.
018910*Sin este archivo el cierre sigue, pero rechaza las ventas a
018920*credito: no se puede cargar una venta que no queda registrada.
018930******************************************************************
018940 1097-ABRIR-CTACTE.
018950     OPEN I-O CUSTOMER-LEDGER.
018960     IF V1-CC-NO-EXISTE
018970         OPEN OUTPUT CUSTOMER-LEDGER
018980         CLOSE CUSTOMER-LEDGER
018990         OPEN I-O CUSTOMER-LEDGER
019000     END-IF.
019010     IF V1-CC-STATUS-OK
019020         SET V1-CTACTE-ABIERTA TO TRUE
019030     ELSE
019040         DISPLAY "Sin cuenta corriente (status " V1-CC-STATUS
019050             "), se rechazan las ventas a credito"
019060     END-IF.
019070 1097-EXIT.
019080     EXIT.
019090
019100******************************************************************
019110*VALIDAR-CREDITO: la venta a credito exige un cliente activo con
019120*limite de credito, y que el saldo deudor mas el total de esta
019130*venta no supere ese limite. Las ventas de contado no se tocan.
019140******************************************************************
019150 2760-VALIDAR-CREDITO.
019160     SET V1-CREDITO-VALIDO TO TRUE.
019170     MOVE SPACES TO V1-MOTIVO-CREDITO.
019180     IF NOT ST-PAGO-CREDITO
019190         GO TO 2760-EXIT
019200     END-IF.
019210     IF NOT V1-CTACTE-ABIERTA
019220         SET V1-CREDITO-INVALIDO TO TRUE
019230         MOVE "CUENTA CORRIENTE NO DISPONIBLE"
019231             TO V1-MOTIVO-CREDITO
019240         GO TO 2760-EXIT
019250     END-IF.
019260     MOVE ST-CLIENTE-ID TO CM-CLIENTE-ID.
019270     READ CUSTOMER-MASTER
019280         INVALID KEY
019290             SET V1-CREDITO-INVALIDO TO TRUE
019300             MOVE "CLIENTE INEXISTENTE EN EL MAESTRO"
019310                 TO V1-MOTIVO-CREDITO
019320             GO TO 2760-EXIT
019330     END-READ.
019340     IF CM-INACTIVO
019350         SET V1-CREDITO-INVALIDO TO TRUE
019360         MOVE "CLIENTE DADO DE BAJA SIN CREDITO"
019361             TO V1-MOTIVO-CREDITO
019370         GO TO 2760-EXIT
019380     END-IF.
019390     IF CM-LIMITE-CREDITO = ZERO
019400         SET V1-CREDITO-INVALIDO TO TRUE
019410         MOVE "CLIENTE SIN CUENTA CORRIENTE" TO V1-MOTIVO-CREDITO
019420         GO TO 2760-EXIT
019430     END-IF.
019440     COMPUTE V1-SALDO-PRUEBA = CM-SALDO-CTACTE + TOTAL.
019450     IF V1-SALDO-PRUEBA > CM-LIMITE-CREDITO
019460         SET V1-CREDITO-INVALIDO TO TRUE
019470         MOVE "VENTA A CREDITO EXCEDE LIMITE DEL CLIENTE"
019480             TO V1-MOTIVO-CREDITO
019490     END-IF.
019500 2760-EXIT.
019510     EXIT.
019520
019530******************************************************************
019540*CARGAR-CTACTE: graba el movimiento de la venta a credito (o de
019550*su devolucion) en la cuenta corriente y lo aplica al saldo del
019560*cliente V1-CC-CLIENTE. La clave del movimiento lleva la fecha y
019570*la secuencia del historial: en un reinicio el WRITE rechazado
019580*indica que el corte anterior ya lo aplico, y el saldo no se
019590*vuelve a tocar.
019600******************************************************************
019610 2770-CARGAR-CTACTE.
019620     MOVE SPACES TO CC-MOVIMIENTO-RECORD.
019630     MOVE V1-CC-CLIENTE      TO CC-CLIENTE-ID.
019640     MOVE V1-FECHA-PROCESO   TO CC-FECHA.
019650     MOVE V1-SEQ-HISTORIA    TO CC-NUMERO.
019660     MOVE TOTAL              TO CC-IMPORTE.
019670     MOVE ST-SUCURSAL        TO CC-SUCURSAL.
019680     MOVE ST-CAJERO          TO CC-CAJERO.
019690     IF ST-TIPO-DEVOLUCION
019700         SET CC-TIPO-DEVOLUCION TO TRUE
019710         MOVE ST-REF-FECHA     TO CC-REF-FECHA
019720         MOVE ST-REF-SECUENCIA TO CC-REF-SECUENCIA
019730     ELSE
019740         SET CC-TIPO-VENTA TO TRUE
019750         MOVE ZERO TO CC-REF-FECHA
019760         MOVE ZERO TO CC-REF-SECUENCIA
019770     END-IF.
019780     WRITE CC-MOVIMIENTO-RECORD
019790         INVALID KEY
019800             GO TO 2770-EXIT
019810     END-WRITE.
019811     IF NOT V1-CC-STATUS-OK
019812         DISPLAY "** No se pudo grabar la cuenta corriente del "
019813             "cliente " V1-CC-CLIENTE ", status " V1-CC-STATUS
019814             " **"
019815         GO TO 2770-EXIT
019816     END-IF.
019820     MOVE V1-CC-CLIENTE TO CM-CLIENTE-ID.
019830     READ CUSTOMER-MASTER
019840         INVALID KEY
019850             DISPLAY "** Cliente " V1-CC-CLIENTE
019860                 " inexistente, saldo sin actualizar **"
019870             GO TO 2770-EXIT
019880     END-READ.
019890     IF CC-TIPO-DEVOLUCION
019900         SUBTRACT TOTAL FROM CM-SALDO-CTACTE
019910     ELSE
019920         ADD TOTAL TO CM-SALDO-CTACTE
019930     END-IF.
019940     REWRITE CM-CUSTOMER-RECORD.
019950     IF NOT V1-CUST-STATUS-OK
019960         DISPLAY "** No se pudo actualizar el saldo del cliente "
019970             V1-CC-CLIENTE ", status " V1-CUST-STATUS " **"
019980     END-IF.
019990 2770-EXIT.
020000     EXIT.
020010******************************************************************
020020*ABRIR-CUPONES: abre el maestro de cupones, que crea y mantiene
020030*Ejercicio1Cupmant. Sin este archivo el cierre sigue, pero
020040*rechaza las ventas con cupon: no se puede aceptar un cupon que
020050*no se puede controlar ni marcar canjeado.
020060******************************************************************
020070 1098-ABRIR-CUPONES.
020080     OPEN I-O VOUCHER-MASTER.
020090     IF V1-CP-STATUS-OK
020100         SET V1-CUPONES-ABIERTOS TO TRUE
020110     ELSE
020120         DISPLAY "Sin maestro de cupones (status " V1-CP-STATUS
020130             "), se rechazan las ventas con cupon"
020140     END-IF.
020150 1098-EXIT.
020160     EXIT.
020170
020180******************************************************************
020190*CANJEAR-CUPON: marca canjeado el cupon de la venta aceptada, con
020200*la fecha y la secuencia que la venta tomo en el historial.
020210******************************************************************
020220 4730-CANJEAR-CUPON.
020230     IF ST-CUPON-SERIE = ZERO
020240         GO TO 4730-EXIT
020250     END-IF.
020260     MOVE ST-CUPON-SERIE TO CP-SERIE.
020270     READ VOUCHER-MASTER
020280         INVALID KEY
020290             DISPLAY "** No se pudo marcar canjeado el cupon "
020300                 ST-CUPON-SERIE " **"
020310             GO TO 4730-EXIT
020320     END-READ.
020330     SET CP-CANJEADO TO TRUE.
020340     MOVE V1-FECHA-PROCESO TO CP-FECHA-ESTADO.
020350     MOVE V1-FECHA-PROCESO TO CP-CANJE-FECHA.
020360     MOVE V1-SEQ-HISTORIA  TO CP-CANJE-SECUENCIA.
020370     MOVE ST-SUCURSAL      TO CP-CANJE-SUCURSAL.
020380     REWRITE CP-CUPON-RECORD.
020390     IF NOT V1-CP-STATUS-OK
020400         DISPLAY "** No se pudo marcar canjeado el cupon "
020410             ST-CUPON-SERIE ", status " V1-CP-STATUS " **"
020420     END-IF.
020430 4730-EXIT.
020440     EXIT.
020450******************************************************************
020460*ABRIR-SUPERVISORES: abre el maestro de supervisores, que crea y
020470*mantiene Ejercicio1Supmant. Sin este archivo el cierre sigue,
020480*pero rechaza todo descuento sobre el tope: no hay quien lo
020490*pueda autorizar.
020500******************************************************************
020510 1099-ABRIR-SUPERVISORES.
020520     OPEN INPUT SUPERVISOR-MASTER.
020530     IF V1-SP-STATUS-OK
020540         SET V1-SUPMAST-ABIERTO TO TRUE
020550     ELSE
020560         DISPLAY "Sin maestro de supervisores (status "
020570             V1-SP-STATUS "), se rechazan los descuentos sobre "
020580             "el tope"
020590     END-IF.
020600 1099-EXIT.
020610     EXIT.
020611******************************************************************
020612*ABRIR-REFERENCIAS: abre las referencias de fusion de clientes,
020613*que crea la opcion de fusion de Ejercicio2. Si todavia no hubo
020614*fusiones el archivo no existe y los clientes no se traducen.
020615******************************************************************
020616 1096-ABRIR-REFERENCIAS.
020617     OPEN INPUT CUSTOMER-XREF.
020618     IF V1-FX-STATUS-OK
020619         SET V1-REFERENCIA-ABIERTA TO TRUE
020620     ELSE
020621         DISPLAY "Sin referencias de fusion de clientes (status "
020622             V1-FX-STATUS "), los clientes no se traducen"
020623     END-IF.
020624 1096-EXIT.
020625     EXIT.
020626
020630******************************************************************
020640*GRABAR-AUTORIZACION: deja la venta aceptada con descuento sobre
020650*el tope en el registro de autorizaciones, con el supervisor que
020660*la autorizo, para la firma semanal del gerente de la sucursal.
020670******************************************************************
020680 4740-GRABAR-AUTORIZACION.
020690     MOVE SPACES TO RA-AUTORIZACION-RECORD.
020700     MOVE SH-FECHA           TO RA-FECHA.
020710     MOVE SH-SECUENCIA       TO RA-SECUENCIA.
020720     MOVE SH-HORA            TO RA-HORA.
020730     MOVE SH-SUCURSAL        TO RA-SUCURSAL.
020740     MOVE SH-CAJERO          TO RA-CAJERO.
020750     MOVE SH-SUPERVISOR      TO RA-SUPERVISOR.
020760     MOVE SH-CLIENTE-ID      TO RA-CLIENTE-ID.
020770     MOVE SH-MONTO           TO RA-MONTO.
020780     MOVE SH-DESCUENTO       TO RA-DESCUENTO.
020790     MOVE V1-TOPE-DESCUENTO  TO RA-TOPE-VIGENTE.
020800     MOVE V1-TOPE-SUPERVISOR TO RA-TOPE-SUPERVISOR.
020810     MOVE SH-DESCUENTO-TOTAL TO RA-DESCUENTO-TOTAL.
020820     MOVE SH-TOTAL           TO RA-TOTAL.
020830     WRITE RA-AUTORIZACION-RECORD.
020840     IF NOT V1-RA-STATUS-OK
020850         DISPLAY "** No se pudo grabar la autorizacion, venta "
020860             SH-SECUENCIA ", status " V1-RA-STATUS " **"
020870     END-IF.
020880     ADD 1 TO V1-CANT-AUTORIZADAS.
020890 4740-EXIT.
020900     EXIT.
020910 END PROGRAM Ejercicio1.
