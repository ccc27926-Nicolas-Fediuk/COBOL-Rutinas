000170*              Recorre SALES-EXCEPTION-FILE mostrando cada
000180*              rechazo con su motivo; el supervisor corrige el
000190*              campo observado o adjunta el codigo de
000200*              autorizacion del supervisor, y la venta corregida
000210*              se graba en CORRECTED-TRANS-FILE con el layout
000220*              de transaccion, para reinyectarla al proximo
000230*              cierre (DD SALESTRN del paso SALES). Toda
000490*                   se reinyectaba perdia el tipo y el cierre
000500*                   la reprocesaba como venta, cargando el
000510*                   cajon al reves.
000511*2026-10-15  RF     La venta corregida se reinyecta sin
000512*                   renglones de articulo (ST-CANT-ITEMS en cero):
000513*                   se cobra por el monto corregido, y el archivo
000514*                   de renglones del cierre no la espera.
000515*2026-10-15  RF     La correccion conserva el numero de serie
000516*                   del cupon (SX-CUPON-SERIE), permite corregirlo
000517*                   o quitar el cupon de la venta, y revalida el
000518*                   cupon contra el maestro de cupones con las
000519*                   mismas reglas del cierre. Sin maestro de
000520*                   cupones se avisa y el control queda para el
000521*                   cierre. La entrada numerica admite hasta 8
000522*                   digitos y rechaza los que exceden el largo del
000523*                   campo.
000524*2026-10-15  RF     El codigo de autorizacion deja de ser el de
000525*                   gerencia de PARAMS: es el codigo personal de
000526*                   un supervisor del maestro SUPERVISOR-MASTER
000527*                   (SUPMAST), activo, de la sucursal de la
000528*                   venta y con tope propio que cubra el
000529*                   descuento, como en el cierre. Sin maestro de
000530*                   supervisores se avisa y el control queda
000531*                   para el cierre.
000532******************************************************************
000533 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. Ejercicio1Superv.
000550 AUTHOR. R. FEDIUK.
000560 INSTALLATION. CASA CENTRAL.
000770         ALTERNATE RECORD KEY IS CM-APELLIDO-NOMBRE
000780             WITH DUPLICATES
000790         FILE STATUS IS SU-CUST-STATUS.
000791     SELECT VOUCHER-MASTER ASSIGN TO "CUPMAST"
000792         ORGANIZATION IS INDEXED
000793         ACCESS MODE IS RANDOM
000794         RECORD KEY IS CP-SERIE
000795         ALTERNATE RECORD KEY IS CP-CANJE-CLAVE
000796             WITH DUPLICATES
000797         FILE STATUS IS SU-CP-STATUS.
000798     SELECT SUPERVISOR-MASTER ASSIGN TO "SUPMAST"
000799         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000801         RECORD KEY IS SP-SUPERVISOR
000802         ALTERNATE RECORD KEY IS SP-COD-PERSONAL
000803         FILE STATUS IS SU-SP-STATUS.
000804******************************************************************
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  SALES-EXCEPTION-FILE
000950 FD  CUSTOMER-MASTER
000960     LABEL RECORDS ARE STANDARD.
000970     COPY CUSTMAST.
000971 FD  VOUCHER-MASTER
000972     LABEL RECORDS ARE STANDARD.
000973     COPY CUPMAST.
000974 FD  SUPERVISOR-MASTER
000975     LABEL RECORDS ARE STANDARD.
000976     COPY SUPMAST.
000980
000990 WORKING-STORAGE SECTION.
001000 01  SU-SWITCHES.
001190         88  SU-DATO-VALIDO             VALUE "S".
001200     05  SU-SW-ARCHIVOS          PIC X(01) VALUE "N".
001210         88  SU-ARCHIVOS-ABIERTOS       VALUE "S".
001211     05  SU-SW-CUPONES           PIC X(01) VALUE "N".
001212         88  SU-CUPONES-ABIERTOS        VALUE "S".
001213     05  SU-SW-SUPERVISORES      PIC X(01) VALUE "N".
001214         88  SU-SUPERVISORES-ABIERTOS   VALUE "S".
001220
001230 01  SU-EXC-STATUS               PIC X(02).
001240     88  SU-EXC-STATUS-OK              VALUE "00".
001280
001290 01  SU-PAR-STATUS               PIC X(02).
001300     88  SU-PAR-STATUS-OK              VALUE "00".
001301 01  SU-CP-STATUS                PIC X(02).
001302     88  SU-CP-STATUS-OK               VALUE "00".
001303
001304 01  SU-MOTIVO-CUPON             PIC X(55) VALUE SPACES.
001305 01  SU-SP-STATUS                PIC X(02).
001306     88  SU-SP-STATUS-OK               VALUE "00".
001307
001308 01  SU-MOTIVO-DESCUENTO         PIC X(55) VALUE SPACES.
001310
001320 01  SU-CONTROL-PARAMETROS.
001330     05  SU-FECHA-HOY            PIC 9(08) VALUE ZERO.
001360
001370 01  SU-CONSTANTES.
001380     05  SU-TOPE-DESCUENTO       PIC 9(02) VALUE 30.
001400
001410 01  SU-CONTADORES.
001420     05  SU-CANT-LEIDAS          PIC 9(06) VALUE ZERO.
001460 01  SU-USUARIO                  PIC X(08).
001470 01  SU-ACCION                   PIC X(01).
001480 01  SU-CAMPO                    PIC 9(01).
001490 01  SU-ENTRADA                  PIC X(08).
001500 01  SU-ENTRADA-JUSTIF           PIC X(08).
001510 01  SU-ENTRADA-NUM REDEFINES SU-ENTRADA-JUSTIF
001520                                 PIC 9(08).
001530 01  SU-ENTRADA-AUX              PIC X(08).
001540 01  SU-LARGO-ENTRADA            PIC 9(01) VALUE ZERO.
001550 01  SU-COD-INGRESADO            PIC X(04).
001560
001660     05  SU-TIPO                 PIC X(01).
001670     05  SU-REF-FECHA            PIC 9(08).
001680     05  SU-REF-SECUENCIA        PIC 9(06).
001681     05  SU-CUPON-SERIE          PIC 9(08).
001690******************************************************************
001700 PROCEDURE DIVISION.
001710
001790******************************************************************
001800*INICIALIZAR: identifica al supervisor, abre el archivo de
001810*rechazos del cierre, el maestro de clientes para revalidar y
001820*el archivo de transacciones corregidas a reinyectar. El
001821*maestro de cupones es optativo: sin el, el cupon se revisa
001822*recien en el cierre. Lo mismo el maestro de supervisores para
001823*el codigo de autorizacion.
001830******************************************************************
001840 1000-INICIALIZAR.
001850     DISPLAY "Ingrese su identificacion de usuario".
002020         GO TO 1000-EXIT
002030     END-IF.
002040     OPEN OUTPUT CORRECTED-TRANS-FILE.
002041     OPEN INPUT VOUCHER-MASTER.
002042     IF SU-CP-STATUS-OK
002043         SET SU-CUPONES-ABIERTOS TO TRUE
002044     ELSE
002045         DISPLAY "Sin maestro de cupones (status " SU-CP-STATUS
002046             "): el cupon se controla en el cierre"
002047     END-IF.
002048     OPEN INPUT SUPERVISOR-MASTER.
002049     IF SU-SP-STATUS-OK
002050         SET SU-SUPERVISORES-ABIERTOS TO TRUE
002051     ELSE
002052         DISPLAY "Sin maestro de supervisores (status "
002053             SU-SP-STATUS "): la autorizacion se controla en el "
002054             "cierre"
002055     END-IF.
002056     SET SU-ARCHIVOS-ABIERTOS TO TRUE.
002060     PERFORM 1200-CARGAR-PARAMETROS THRU 1200-EXIT.
002070     PERFORM 1100-LEER-EXCEPCION THRU 1100-EXIT.
002080     IF SU-FIN-EXCEPCION
002130
002140******************************************************************
002150*CARGAR-PARAMETROS: toma del archivo de parametros el tope de
002160*descuento vigente a hoy, el mismo que aplica el cierre. Sin
002170*archivo rige el valor por defecto de SU-CONSTANTES.
002190******************************************************************
002200 1200-CARGAR-PARAMETROS.
002210     ACCEPT SU-FECHA-HOY FROM DATE YYYYMMDD.
002490         GO TO 1250-EXIT
002500     END-IF.
002510     MOVE PR-TOPE-DESCUENTO TO SU-TOPE-DESCUENTO.
002530 1250-EXIT.
002540     EXIT.
002550
002810     MOVE SX-TIPO       TO SU-TIPO.
002820     MOVE SX-REF-FECHA  TO SU-REF-FECHA.
002830     MOVE SX-REF-SECUENCIA TO SU-REF-SECUENCIA.
002831     MOVE SX-CUPON-SERIE TO SU-CUPON-SERIE.
002832     IF SU-CUPON-SERIE NOT NUMERIC
002833         MOVE ZERO TO SU-CUPON-SERIE
002834     END-IF.
002840     MOVE "N" TO SU-SW-MODIFICADO.
002850     MOVE "N" TO SU-SW-REGISTRO-LISTO.
002860     PERFORM 2100-MOSTRAR-EXCEPCION THRU 2100-EXIT.
003010     DISPLAY "Monto........: " SU-MONTO.
003020     DISPLAY "Descuento....: " SU-DESCUENTO.
003030     DISPLAY "Cupon........: " SU-CUPON.
003031     DISPLAY "Serie cupon..: " SU-CUPON-SERIE.
003040     DISPLAY "Cliente......: " SU-CLIENTE-ID.
003050     DISPLAY "Autorizacion.: " SU-COD-AUTORIZACION.
003060 2100-EXIT.
003450******************************************************************
003460 3100-CORREGIR-CAMPO.
003470     DISPLAY "Campo a corregir: 1=descuento  2=cupon  "
003480         "3=cliente  4=serie cupon  5=quitar cupon".
003490     ACCEPT SU-CAMPO.
003500     EVALUATE SU-CAMPO
003510         WHEN 1
003740                 MOVE SU-ENTRADA-NUM TO SU-CLIENTE-ID
003750                 SET SU-MODIFICADO TO TRUE
003760             END-IF
003761         WHEN 4
003762             MOVE 8 TO SU-LARGO-ENTRADA
003763             PERFORM 3500-PEDIR-NUMERO THRU 3500-EXIT
003764             IF SU-DATO-VALIDO
003765                 MOVE SU-ENTRADA-NUM TO SU-CUPON-SERIE
003766                 SET SU-MODIFICADO TO TRUE
003767             END-IF
003768         WHEN 5
003769             MOVE ZERO TO SU-CUPON
003770             MOVE ZERO TO SU-CUPON-SERIE
003771             SET SU-MODIFICADO TO TRUE
003772             DISPLAY "Cupon quitado: la venta se cobra completa"
003773         WHEN OTHER
003780             DISPLAY "Campo invalido"
003790     END-EVALUATE.
003800 3100-EXIT.
003810     EXIT.
003820
003830******************************************************************
003840*INGRESAR-AUTORIZACION: adjunta a la venta el codigo personal
003850*del supervisor que autoriza. El codigo se valida recien al
003860*grabar, con la misma regla del cierre.
003870******************************************************************
003880 3200-INGRESAR-AUTORIZACION.
003890     DISPLAY "Ingrese el codigo de autorizacion".
004110     END-IF.
004120     MOVE SU-ENTRADA TO SU-ENTRADA-JUSTIF.
004130     PERFORM 3510-ALINEAR-DERECHA THRU 3510-EXIT
004140         UNTIL SU-ENTRADA-JUSTIF(8:1) NOT = SPACE.
004150     INSPECT SU-ENTRADA-JUSTIF REPLACING LEADING SPACES
004160         BY ZEROS.
004170     IF SU-ENTRADA-JUSTIF IS NUMERIC
004180         SET SU-DATO-VALIDO TO TRUE
004190     ELSE
004200         DISPLAY "Valor no numerico, no se aplico el cambio"
004201         GO TO 3500-EXIT
004210     END-IF.
004211     IF SU-LARGO-ENTRADA < 8
004212         IF SU-ENTRADA-JUSTIF(1:8 - SU-LARGO-ENTRADA)
004213                 NOT = ALL "0"
004214             MOVE "N" TO SU-SW-DATO-OK
004215             DISPLAY "Valor con mas de " SU-LARGO-ENTRADA
004216                 " digitos, no se aplico el cambio"
004217         END-IF
004218     END-IF.
004220 3500-EXIT.
004230     EXIT.
004240
004280******************************************************************
004290 3510-ALINEAR-DERECHA.
004300     MOVE SU-ENTRADA-JUSTIF TO SU-ENTRADA-AUX.
004310     MOVE SU-ENTRADA-AUX(1:7) TO SU-ENTRADA-JUSTIF(2:7).
004320     MOVE SPACE TO SU-ENTRADA-JUSTIF(1:1).
004330 3510-EXIT.
004340     EXIT.
004480     PERFORM 4300-VALIDAR-CLIENTE THRU 4300-EXIT.
004490     IF SU-DESCUENTO-INVALIDO
004500         DISPLAY "Sigue observado: descuento " SU-DESCUENTO
004510             " " SU-MOTIVO-DESCUENTO
004520     END-IF.
004530     IF SU-CUPON-INVALIDO
004540         DISPLAY "Sigue observado: " SU-MOTIVO-CUPON
004550     END-IF.
004560     IF SU-CLIENTE-INVALIDO
004570         DISPLAY "Sigue observado: cliente " SU-CLIENTE-ID
004650 4000-EXIT.
004660     EXIT.
004670
004671******************************************************************
004672*VALIDAR-DESCUENTO: mismas reglas que el cierre. Sobre el tope
004673*hace falta el codigo personal de un supervisor activo, de la
004674*sucursal de la venta y con tope propio que cubra el descuento.
004675*Sin maestro de supervisores solo se exige que haya codigo.
004676******************************************************************
004680 4100-VALIDAR-DESCUENTO.
004690     SET SU-DESCUENTO-VALIDO TO TRUE.
004691     MOVE SPACES TO SU-MOTIVO-DESCUENTO.
004700     IF SU-DESCUENTO NOT > SU-TOPE-DESCUENTO
004701         GO TO 4100-EXIT
004702     END-IF.
004703     SET SU-DESCUENTO-INVALIDO TO TRUE.
004704     IF SU-COD-AUTORIZACION = SPACES
004705         MOVE "SUPERA EL TOPE SIN CODIGO DE SUPERVISOR"
004706             TO SU-MOTIVO-DESCUENTO
004707         GO TO 4100-EXIT
004708     END-IF.
004709     IF NOT SU-SUPERVISORES-ABIERTOS
004710         SET SU-DESCUENTO-VALIDO TO TRUE
004711         GO TO 4100-EXIT
004712     END-IF.
004713     MOVE SU-COD-AUTORIZACION TO SP-COD-PERSONAL.
004714     READ SUPERVISOR-MASTER
004715         KEY IS SP-COD-PERSONAL
004716         INVALID KEY
004717             MOVE "SUPERA EL TOPE, SUPERVISOR INEXISTENTE"
004718                 TO SU-MOTIVO-DESCUENTO
004719             GO TO 4100-EXIT
004720     END-READ.
004721     IF SP-INACTIVO
004722         MOVE "SUPERA EL TOPE, SUPERVISOR DADO DE BAJA"
004723             TO SU-MOTIVO-DESCUENTO
004724         GO TO 4100-EXIT
004725     END-IF.
004726     IF SP-SUCURSAL NOT = SU-SUCURSAL
004727         MOVE "SUPERA EL TOPE, SUPERVISOR DE OTRA SUCURSAL"
004728             TO SU-MOTIVO-DESCUENTO
004729         GO TO 4100-EXIT
004730     END-IF.
004731     IF SU-DESCUENTO > SP-TOPE-AUTORIZA
004732         MOVE "SUPERA EL TOPE PROPIO DEL SUPERVISOR"
004733             TO SU-MOTIVO-DESCUENTO
004734         GO TO 4100-EXIT
004735     END-IF.
004736     SET SU-DESCUENTO-VALIDO TO TRUE.
004750 4100-EXIT.
004760     EXIT.
004770
004771******************************************************************
004772*VALIDAR-CUPON: mismas reglas que el cierre. El cupon no puede
004773*superar el monto; si hay importe debe haber serie, y la serie
004774*debe existir en el maestro, estar emitida y vigente a hoy, con
004775*el importe igual a su valor nominal. Sin maestro de cupones
004776*solo se controla el monto.
004777******************************************************************
004780 4200-VALIDAR-CUPON.
004790     SET SU-CUPON-VALIDO TO TRUE.
004791     MOVE SPACES TO SU-MOTIVO-CUPON.
004800     IF SU-CUPON > SU-MONTO
004810         SET SU-CUPON-INVALIDO TO TRUE
004811         MOVE "CUPON SUPERA EL MONTO DE LA VENTA"
004812             TO SU-MOTIVO-CUPON
004813         GO TO 4200-EXIT
004820     END-IF.
004821     IF SU-CUPON-SERIE = ZERO
004822         IF SU-CUPON > ZERO
004823             SET SU-CUPON-INVALIDO TO TRUE
004824             MOVE "CUPON SIN NUMERO DE SERIE" TO SU-MOTIVO-CUPON
004825         END-IF
004826         GO TO 4200-EXIT
004827     END-IF.
004828     IF NOT SU-CUPONES-ABIERTOS
004829         GO TO 4200-EXIT
004830     END-IF.
004831     MOVE SU-CUPON-SERIE TO CP-SERIE.
004832     READ VOUCHER-MASTER
004833         INVALID KEY
004834             SET SU-CUPON-INVALIDO TO TRUE
004835             MOVE "CUPON INEXISTENTE" TO SU-MOTIVO-CUPON
004836             GO TO 4200-EXIT
004837     END-READ.
004838     EVALUATE TRUE
004839         WHEN CP-ANULADO
004840             SET SU-CUPON-INVALIDO TO TRUE
004841             MOVE "CUPON ANULADO" TO SU-MOTIVO-CUPON
004842         WHEN CP-CANJEADO
004843             SET SU-CUPON-INVALIDO TO TRUE
004844             MOVE "CUPON YA CANJEADO" TO SU-MOTIVO-CUPON
004845         WHEN CP-VENCIDO
004846             SET SU-CUPON-INVALIDO TO TRUE
004847             MOVE "CUPON VENCIDO" TO SU-MOTIVO-CUPON
004848         WHEN CP-FECHA-VENCIMIENTO < SU-FECHA-HOY
004849             SET SU-CUPON-INVALIDO TO TRUE
004850             MOVE "CUPON VENCIDO" TO SU-MOTIVO-CUPON
004851     END-EVALUATE.
004852     IF SU-CUPON-VALIDO AND SU-CUPON NOT = CP-VALOR-NOMINAL
004853         SET SU-CUPON-INVALIDO TO TRUE
004854         MOVE "IMPORTE DEL CUPON DISTINTO DEL VALOR NOMINAL"
004855             TO SU-MOTIVO-CUPON
004856     END-IF.
004857 4200-EXIT.
004858     EXIT.
004859
004860 4300-VALIDAR-CLIENTE.
004870     SET SU-CLIENTE-VALIDO TO TRUE.
004880     MOVE SU-CLIENTE-ID TO CM-CLIENTE-ID.
005100     MOVE SU-TIPO             TO ST-TIPO.
005110     MOVE SU-REF-FECHA        TO ST-REF-FECHA.
005120     MOVE SU-REF-SECUENCIA    TO ST-REF-SECUENCIA.
005121     MOVE ZERO                TO ST-CANT-ITEMS.
005122     MOVE SU-CUPON-SERIE      TO ST-CUPON-SERIE.
005130     WRITE ST-TRANS-RECORD.
005140     ADD 1 TO SU-CANT-CORREGIDAS.
005150     DISPLAY "Venta corregida y grabada para reinyeccion".
005300         CLOSE CUSTOMER-MASTER
005310         CLOSE CORRECTED-TRANS-FILE
005320     END-IF.
005321     IF SU-CUPONES-ABIERTOS
005322         CLOSE VOUCHER-MASTER
005323     END-IF.
005324     IF SU-SUPERVISORES-ABIERTOS
005325         CLOSE SUPERVISOR-MASTER
005326     END-IF.
005330 9000-EXIT.
005340     EXIT.
005350
