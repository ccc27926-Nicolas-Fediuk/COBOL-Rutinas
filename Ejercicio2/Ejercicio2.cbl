000160*PROPOSITO   : Mantenimiento del maestro de clientes
000170*              (CUSTOMER-MASTER): alta, modificacion y
000180*              consulta por clave de cliente.
000181*              Fusion de clientes duplicados sobre el resumen
000182*              de compras (CUSTOMER-SUMMARY-FILE) y las
000183*              referencias de fusion (CUSTOMER-XREF).
000190******************************************************************
000200*HISTORIAL DE MODIFICACIONES
000210*FECHA       INIC.  DESCRIPCION
000388*                   coincidencias: antes un error de tipeo
000389*                   descartaba la pagina que el operador estaba
000390*                   eligiendo y seguia con las 10 siguientes.
000391*2026-10-15  RF     Cuenta corriente: el alta deja limite de
000392*                   credito y saldo en cero, la consulta muestra
000393*                   limite y saldo, y la nueva opcion 7 asigna o
000394*                   cambia el limite de credito de un cliente
000395*                   activo (operacion LIMITE en la auditoria).
000396*2026-10-15  RF     Identificacion fiscal: el alta y la
000397*                   modificacion piden la condicion frente al IVA
000398*                   y el documento (CUIT con digito verificador,
000399*                   DNI o sin documento); responsable inscripto,
000400*                   monotributo y exento exigen CUIT. La consulta
000401*                   muestra ambos datos.
000402*2026-10-15  RF     Fusion de clientes duplicados (opcion 8): suma
000403*                   el resumen de compras del absorbido en el del
000404*                   sobreviviente, da de baja al absorbido con
000405*                   motivo FUSIONADO EN nnnnnn, deja ambas
000406*                   operaciones en la auditoria y graba la
000407*                   referencia en CUSTOMER-XREF. Un cliente
000408*                   fusionado no se puede reactivar.
000409*2026-10-15  RF     La edad se reemplaza por la fecha de
000410*                   nacimiento: se pide AAAAMMDD, se valida como
000411*                   fecha real no posterior a la fecha de proceso
000412*                   (PROCDATE) y la edad se calcula a esa fecha.
000413*                   En la modificacion Enter conserva la fecha.
000414*2026-10-15  RF     La fusion lleva al sobreviviente la sucursal
000415*                   de la ultima compra junto con la fecha.
000416******************************************************************
000417 IDENTIFICATION DIVISION.
000418 PROGRAM-ID. Ejercicio2.
000419 AUTHOR. R. FEDIUK.
000420 INSTALLATION. CASA CENTRAL.
000421 DATE-WRITTEN. 2024-03-09.
000430 DATE-COMPILED.
000440******************************************************************
000450 ENVIRONMENT DIVISION.
000550     SELECT CUSTOMER-AUDIT-LOG ASSIGN TO "CUSTAUD"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS CM2-AUDIT-STATUS.
000571     SELECT CUSTOMER-SUMMARY-FILE ASSIGN TO "CUSTSUM"
000572         ORGANIZATION IS INDEXED
000573         ACCESS MODE IS RANDOM
000574         RECORD KEY IS CS-CLIENTE-ID
000575         FILE STATUS IS CM2-SUM-STATUS.
000576     SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF"
000577         ORGANIZATION IS INDEXED
000578         ACCESS MODE IS DYNAMIC
000579         RECORD KEY IS FX-ABSORBIDO-ID
000580         ALTERNATE RECORD KEY IS FX-SOBREVIVIENTE-ID
000581             WITH DUPLICATES
000582         FILE STATUS IS CM2-FX-STATUS.
000583     SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000584         ORGANIZATION IS SEQUENTIAL
000585         FILE STATUS IS CM2-PROC-STATUS.
000586******************************************************************
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CUSTOMER-MASTER
000650 FD  CUSTOMER-AUDIT-LOG
000660     LABEL RECORDS ARE STANDARD.
000670     COPY CUSTAUDT.
000680 FD  CUSTOMER-SUMMARY-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY CUSTSUM.
000710
000720 FD  CUSTOMER-XREF
000730     LABEL RECORDS ARE STANDARD.
000740     COPY CUSTXREF.
000750 FD  PROCESS-DATE-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY PROCDATE.
000790 
000800 WORKING-STORAGE SECTION.
000810 01  NOMBRE                       PIC X(15).
000980 
000990 01  CM2-AUDIT-STATUS             PIC X(02).
001000     88  CM2-AUDIT-STATUS-OK             VALUE "00".
001001 01  CM2-SUM-STATUS               PIC X(02).
001002     88  CM2-SUM-STATUS-OK               VALUE "00".
001003 01  CM2-SW-RESUMEN               PIC X(01) VALUE "N".
001004     88  CM2-RESUMEN-ABIERTO             VALUE "S".
001005
001006 01  CM2-FX-STATUS                PIC X(02).
001007     88  CM2-FX-STATUS-OK                VALUE "00".
001008 01  CM2-SW-REFERENCIA            PIC X(01) VALUE "N".
001009     88  CM2-REFERENCIA-ABIERTA          VALUE "S".
001010 01  CM2-SW-FIN-REFERENCIA        PIC X(01) VALUE "N".
001011     88  CM2-FIN-REFERENCIA              VALUE "S".
001012 01  CM2-PROC-STATUS              PIC X(02).
001013     88  CM2-PROC-STATUS-OK              VALUE "00".
001014 01  CM2-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001015 
001020 01  CM2-USUARIO                  PIC X(08).
001030 01  CM2-ANTES-APELLIDO            PIC X(20) VALUE SPACES.
001040 01  CM2-ANTES-NOMBRE              PIC X(15) VALUE SPACES.
001050 01  CM2-ANTES-NACIMIENTO          PIC 9(08) VALUE ZERO.
001052 01  CM2-ANTES-ESTADO              PIC X(01) VALUE SPACE.
001054 01  CM2-MOTIVO-ENTRADA            PIC X(20).
001060 
001070 01  CM2-OPCION                    PIC 9(01).
001080 01  CM2-ULTIMO-ID                 PIC 9(06) VALUE ZERO.
001090 01  CM2-ID-BUSCADO                PIC 9(06).
001091 01  CM2-FECHA-NACIMIENTO          PIC 9(08) VALUE ZERO.
001092 01  CM2-EDAD-TEXTO                PIC X(03).
001093 01  CM2-NAC-ENTRADA               PIC X(08).
001094 01  CM2-SW-NAC-OK                 PIC X(01) VALUE "N".
001095     88  CM2-NAC-VALIDA                  VALUE "S".
001096 01  CM2-SW-NAC-OPCIONAL           PIC X(01) VALUE "N".
001097     88  CM2-NAC-OPCIONAL                VALUE "S".
001130 01  CM2-SW-CONFIRMA                PIC X(01) VALUE "S".
001140     88  CM2-CONFIRMA                    VALUE "S".
001150 01  CM2-CONFIRMA-ENTRADA           PIC X(01).
001165                                   PIC 9(06).
001166 01  CM2-SELECCION-AUX              PIC X(06).
001167 01  CM2-MODO-ENTRADA               PIC X(01).
001168 01  CM2-LIMITE-ENTRADA             PIC X(09).
001169 01  CM2-LIMITE-JUST                PIC X(09).
001170 01  CM2-LIMITE-NUM REDEFINES CM2-LIMITE-JUST
001171                                   PIC 9(09).
001172 01  CM2-LIMITE-AUX                 PIC X(09).
001173 01  CM2-SW-LIMITE-OK               PIC X(01) VALUE "N".
001174     88  CM2-LIMITE-VALIDO               VALUE "S".
001175 01  CM2-ED-IMPORTE                 PIC -ZZZ,ZZZ,ZZ9.99.
001176 01  CM2-ED-SALDO                   PIC -ZZZ,ZZZ,ZZ9.99.
001177 01  CM2-CONDICION-IVA              PIC X(01) VALUE "F".
001178     88  CM2-IVA-REQUIERE-CUIT           VALUE "I" "M" "E".
001179 01  CM2-TIPO-DOCUMENTO             PIC X(01) VALUE SPACE.
001180     88  CM2-DOC-CUIT                    VALUE "C".
001181 01  CM2-NUMERO-DOCUMENTO           PIC 9(11) VALUE ZERO.
001182 01  CM2-COND-ENTRADA               PIC X(01).
001183     88  CM2-COND-ENTRADA-VALIDA         VALUE "I" "M" "F" "E".
001184 01  CM2-TDOC-ENTRADA               PIC X(01).
001185 01  CM2-DOC-ENTRADA                PIC X(11).
001186 01  CM2-DOC-JUST                   PIC X(11).
001187 01  CM2-DOC-NUM REDEFINES CM2-DOC-JUST
001188                                   PIC 9(11).
001189 01  CM2-DOC-AUX                    PIC X(11).
001190 01  CM2-SW-FISCAL-OK               PIC X(01) VALUE "N".
001191     88  CM2-FISCAL-VALIDO               VALUE "S".
001192 01  CM2-SW-DOC-OK                  PIC X(01) VALUE "N".
001193     88  CM2-DOC-VALIDO                  VALUE "S".
001194 01  CM2-DESC-IVA                   PIC X(22).
001195 01  CM2-DESC-DOC                   PIC X(05).
001196
001197 01  CM2-CUIT-CALCULO.
001198     05  CM2-CUIT-NUM               PIC 9(11) VALUE ZERO.
001199     05  CM2-CUIT-PARTES REDEFINES CM2-CUIT-NUM.
001200         10  CM2-CUIT-PREFIJO       PIC 9(02).
001201             88  CM2-CUIT-PREFIJO-VALIDO VALUE 20 23 24 27
001202                                           30 33 34.
001203         10  FILLER                 PIC 9(09).
001204     05  CM2-CUIT-TABLA REDEFINES CM2-CUIT-NUM.
001205         10  CM2-CUIT-DIGITO        PIC 9(01) OCCURS 11 TIMES.
001206     05  CM2-CUIT-PESOS             PIC X(10) VALUE "5432765432".
001207     05  CM2-CUIT-PESOS-R REDEFINES CM2-CUIT-PESOS.
001208         10  CM2-CUIT-PESO          PIC 9(01) OCCURS 10 TIMES.
001209     05  CM2-CUIT-IDX               PIC 9(02) COMP VALUE ZERO.
001210     05  CM2-CUIT-SUMA              PIC 9(04) COMP VALUE ZERO.
001211     05  CM2-CUIT-COCIENTE          PIC 9(04) COMP VALUE ZERO.
001212     05  CM2-CUIT-RESTO             PIC 9(02) COMP VALUE ZERO.
001213     05  CM2-CUIT-VERIFICADOR       PIC 9(02) COMP VALUE ZERO.
001214     05  CM2-SW-CUIT-OK             PIC X(01) VALUE "N".
001215         88  CM2-CUIT-VALIDO             VALUE "S".
001216 01  CM2-FUSION.
001217     05  CM2-ID-SOBREVIVIENTE       PIC 9(06) VALUE ZERO.
001218     05  CM2-ID-ABSORBIDO           PIC 9(06) VALUE ZERO.
001219     05  CM2-FUS-CANT-VENTAS        PIC 9(06) VALUE ZERO.
001220     05  CM2-FUS-ACUM-MONTO         PIC 9(10)V9(02) VALUE ZERO.
001221     05  CM2-FUS-ACUM-TOTAL         PIC 9(10)V9(02) VALUE ZERO.
001222     05  CM2-FUS-FECHA-ULTIMA       PIC 9(08) VALUE ZERO.
001223     05  CM2-FUS-SUCURSAL-ULTIMA    PIC X(03) VALUE SPACES.
001224     05  CM2-CANT-REAPUNTADAS       PIC 9(04) COMP VALUE ZERO.
001225     05  CM2-MOTIVO-FUSION.
001226         10  FILLER                 PIC X(13)
001227                                    VALUE "FUSIONADO EN ".
001228         10  CM2-MF-SOBREVIVIENTE   PIC 9(06) VALUE ZERO.
001229         10  FILLER                 PIC X(01) VALUE SPACE.
001230 01  CM2-VALIDACION-FECHA.
001231     05  CM2-VF-FECHA               PIC 9(08) VALUE ZERO.
001232     05  CM2-VF-PARTES REDEFINES CM2-VF-FECHA.
001233         10  CM2-VF-ANIO            PIC 9(04).
001234         10  CM2-VF-MES             PIC 9(02).
001235         10  CM2-VF-DIA             PIC 9(02).
001236     05  CM2-VF-EDAD                PIC 9(04) COMP VALUE ZERO.
001237     05  CM2-VF-DIAS-TOPE           PIC 9(02) VALUE ZERO.
001238     05  CM2-VF-COCIENTE            PIC 9(04) COMP VALUE ZERO.
001239     05  CM2-VF-RESTO-4             PIC 9(04) COMP VALUE ZERO.
001240     05  CM2-VF-RESTO-100           PIC 9(04) COMP VALUE ZERO.
001241     05  CM2-VF-RESTO-400           PIC 9(04) COMP VALUE ZERO.
001242     05  CM2-SW-BISIESTO            PIC X(01) VALUE "N".
001243         88  CM2-ES-BISIESTO             VALUE "S".
001244     05  CM2-SW-FECHA-OK            PIC X(01) VALUE "N".
001245         88  CM2-FECHA-VALIDA            VALUE "S".
001246 01  CM2-DIAS-MES-VALORES           PIC X(24) VALUE
001247     "312831303130313130313031".
001248 01  CM2-DIAS-MES-TABLA REDEFINES CM2-DIAS-MES-VALORES.
001249     05  CM2-DIAS-MES               OCCURS 12 TIMES PIC 9(02).
001250******************************************************************
001251 PROCEDURE DIVISION.
001252 
001253 0000-MAINLINE.
001254     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001255     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
001256         UNTIL CM2-FIN.
001257     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001258     STOP RUN.
001259 
001260******************************************************************
001270*INICIALIZAR: abre el maestro de clientes (lo crea si todavia no
001280*existe) y ubica el ultimo CLIENTE-ID usado para poder asignar
001310 1000-INICIALIZAR.
001320     DISPLAY "Ingrese su identificacion de usuario".
001330     ACCEPT CM2-USUARIO.
001331     PERFORM 1050-LEER-FECHA-PROCESO THRU 1050-EXIT.
001340     OPEN I-O CUSTOMER-MASTER.
001350     IF NOT CM2-STATUS-OK
001360         OPEN OUTPUT CUSTOMER-MASTER
001410     IF NOT CM2-AUDIT-STATUS-OK
001420         OPEN OUTPUT CUSTOMER-AUDIT-LOG
001430     END-IF.
001431*    El resumen de compras y las referencias de fusion solo los
001432*    usa la fusion; se crean vacios si todavia no existen.
001433     OPEN I-O CUSTOMER-SUMMARY-FILE.
001434     IF NOT CM2-SUM-STATUS-OK
001435         OPEN OUTPUT CUSTOMER-SUMMARY-FILE
001436         CLOSE CUSTOMER-SUMMARY-FILE
001437         OPEN I-O CUSTOMER-SUMMARY-FILE
001438     END-IF.
001439     IF CM2-SUM-STATUS-OK
001440         SET CM2-RESUMEN-ABIERTO TO TRUE
001441     END-IF.
001442     OPEN I-O CUSTOMER-XREF.
001443     IF NOT CM2-FX-STATUS-OK
001444         OPEN OUTPUT CUSTOMER-XREF
001445         CLOSE CUSTOMER-XREF
001446         OPEN I-O CUSTOMER-XREF
001447     END-IF.
001448     IF CM2-FX-STATUS-OK
001449         SET CM2-REFERENCIA-ABIERTA TO TRUE
001450     END-IF.
001451     PERFORM 1500-OBTENER-ULTIMO-ID THRU 1500-EXIT.
001452 1000-EXIT.
001460     EXIT.
001461******************************************************************
001462*LEER-FECHA-PROCESO: la edad y la validacion de la fecha de
001463*nacimiento se hacen a la fecha de proceso de PROCDATE; sin ese
001464*archivo se toma la fecha del sistema.
001465******************************************************************
001466 1050-LEER-FECHA-PROCESO.
001467     ACCEPT CM2-FECHA-PROCESO FROM DATE YYYYMMDD.
001468     OPEN INPUT PROCESS-DATE-FILE.
001469     IF CM2-PROC-STATUS-OK
001470         READ PROCESS-DATE-FILE
001471             AT END
001472                 CONTINUE
001473             NOT AT END
001474                 MOVE PD-FECHA-PROCESO TO CM2-FECHA-PROCESO
001475         END-READ
001476         CLOSE PROCESS-DATE-FILE
001477     END-IF.
001478 1050-EXIT.
001479     EXIT.
001480 
001481 1500-OBTENER-ULTIMO-ID.
001490     MOVE ZERO TO CM2-ULTIMO-ID.
001500     MOVE LOW-VALUES TO CM-CLIENTE-ID.
001510     SET CM2-SW-FIN-LECTURA TO "N".
001835             PERFORM 6000-BAJA-REACTIVACION THRU 6000-EXIT
001837         WHEN 5
001838             PERFORM 7000-BUSQUEDA-APELLIDO THRU 7000-EXIT
001839         WHEN 7
001840             PERFORM 6500-LIMITE-CREDITO THRU 6500-EXIT
001841         WHEN 8
001842             PERFORM 6800-FUSION-CLIENTES THRU 6800-EXIT
001843         WHEN 6
001845             SET CM2-FIN TO TRUE
001850         WHEN OTHER
001860             DISPLAY "Opcion invalida"
001920     DISPLAY " ".
001930     DISPLAY "1-Alta  2-Modificacion  3-Consulta  "
001935         "4-Baja/Reactivacion  5-Busqueda  6-Fin".
001936     DISPLAY "7-Limite de credito  8-Fusion de clientes".
001940     DISPLAY "Ingrese opcion: ".
001950     ACCEPT CM2-OPCION.
001960 2100-EXIT.
002020******************************************************************
002030 3000-ALTA.
002040     PERFORM INGRESAR-NOMBRE THRU INGRESAR-APELLIDO.
002041     MOVE "N"  TO CM2-SW-NAC-OPCIONAL.
002042     MOVE ZERO TO CM2-FECHA-NACIMIENTO.
002043     PERFORM INGRESAR-NACIMIENTO.
002051     MOVE "F"   TO CM2-CONDICION-IVA.
002052     MOVE SPACE TO CM2-TIPO-DOCUMENTO.
002053     MOVE ZERO  TO CM2-NUMERO-DOCUMENTO.
002054     PERFORM 6600-DATOS-FISCALES THRU 6600-EXIT.
002060     MOVE "S" TO CM2-SW-CONFIRMA.
002070     PERFORM 3500-VERIFICAR-DUPLICADO THRU 3500-EXIT.
002080     IF CM2-ENCONTRADO
002150         MOVE CM2-ULTIMO-ID TO CM-CLIENTE-ID
002160         MOVE APELLIDO       TO CM-APELLIDO
002170         MOVE NOMBRE         TO CM-NOMBRE
002180         MOVE CM2-FECHA-NACIMIENTO TO CM-FECHA-NACIMIENTO
002182         SET CM-ACTIVO TO TRUE
002184         MOVE ZERO   TO CM-FECHA-BAJA
002186         MOVE SPACES TO CM-MOTIVO-BAJA
002187         MOVE ZERO   TO CM-LIMITE-CREDITO
002188         MOVE ZERO   TO CM-SALDO-CTACTE
002189         MOVE CM2-TIPO-DOCUMENTO   TO CM-TIPO-DOCUMENTO
002190         MOVE CM2-NUMERO-DOCUMENTO TO CM-NUMERO-DOCUMENTO
002191         MOVE CM2-CONDICION-IVA    TO CM-CONDICION-IVA
002192         WRITE CM-CUSTOMER-RECORD
002200         DISPLAY "Cliente alta con ID: " CM-CLIENTE-ID
002210         PERFORM MOSTRAR-DATOS
002220         MOVE SPACES TO CM2-ANTES-APELLIDO
002230         MOVE SPACES TO CM2-ANTES-NOMBRE
002240         MOVE ZERO   TO CM2-ANTES-NACIMIENTO
002245         MOVE SPACE  TO CM2-ANTES-ESTADO
002250         MOVE "ALTA" TO AL-OPERACION
002260         PERFORM 8000-AUDITAR THRU 8000-EXIT
002640     DISPLAY "Ingrese su apellido".
002650     ACCEPT APELLIDO.
002660 
002661******************************************************************
002662*INGRESAR-NACIMIENTO: reingresa hasta que la fecha de nacimiento
002663*sea una fecha real AAAAMMDD, no posterior a la fecha de proceso
002664*y con una edad resultante dentro del rango aceptado (0 a 120
002665*anios). En la modificacion (CM2-NAC-OPCIONAL) Enter conserva la
002666*fecha actual, que ya esta en CM2-FECHA-NACIMIENTO.
002667******************************************************************
002668 INGRESAR-NACIMIENTO.
002669     MOVE "N" TO CM2-SW-NAC-OK.
002670     PERFORM 1700-PEDIR-NACIMIENTO THRU 1700-EXIT
002671         UNTIL CM2-NAC-VALIDA.
002672
002673 1700-PEDIR-NACIMIENTO.
002674     IF CM2-NAC-OPCIONAL
002675         DISPLAY "Ingrese su fecha de nacimiento AAAAMMDD "
002676             "(Enter = sin cambios)"
002677     ELSE
002678         DISPLAY "Ingrese su fecha de nacimiento AAAAMMDD"
002679     END-IF.
002680     MOVE SPACES TO CM2-NAC-ENTRADA.
002681     ACCEPT CM2-NAC-ENTRADA.
002682     IF CM2-NAC-ENTRADA = SPACES
002683         IF CM2-NAC-OPCIONAL
002684             SET CM2-NAC-VALIDA TO TRUE
002685         ELSE
002686             DISPLAY "La fecha de nacimiento es obligatoria"
002687         END-IF
002688         GO TO 1700-EXIT
002689     END-IF.
002690     IF CM2-NAC-ENTRADA IS NOT NUMERIC
002691         DISPLAY "Fecha invalida, debe ser AAAAMMDD, reingrese"
002692         GO TO 1700-EXIT
002693     END-IF.
002694     MOVE CM2-NAC-ENTRADA TO CM2-VF-FECHA.
002695     PERFORM 1750-VALIDAR-FECHA THRU 1750-EXIT.
002696     IF NOT CM2-FECHA-VALIDA
002697         DISPLAY "La fecha no existe en el calendario, reingrese"
002698         GO TO 1700-EXIT
002699     END-IF.
002700     IF CM2-VF-FECHA > CM2-FECHA-PROCESO
002701         DISPLAY "La fecha es posterior a la fecha de proceso "
002702             CM2-FECHA-PROCESO ", reingrese"
002703         GO TO 1700-EXIT
002704     END-IF.
002705     COMPUTE CM2-VF-EDAD =
002706         (CM2-FECHA-PROCESO - CM2-VF-FECHA) / 10000.
002707     IF CM2-VF-EDAD > 120
002708         DISPLAY "Edad fuera de rango (0-120), reingrese"
002709         GO TO 1700-EXIT
002710     END-IF.
002711     MOVE CM2-VF-FECHA TO CM2-FECHA-NACIMIENTO.
002712     SET CM2-NAC-VALIDA TO TRUE.
002713 1700-EXIT.
002714     EXIT.
002715
002716******************************************************************
002717*VALIDAR-FECHA: CM2-VF-FECHA debe ser una fecha del calendario
002718*desde 1900, con el 29 de febrero solo en los anios bisiestos.
002719******************************************************************
002720 1750-VALIDAR-FECHA.
002721     MOVE "N" TO CM2-SW-FECHA-OK.
002722     IF CM2-VF-ANIO < 1900 OR CM2-VF-MES < 1 OR CM2-VF-MES > 12
002723             OR CM2-VF-DIA < 1
002724         GO TO 1750-EXIT
002725     END-IF.
002726     MOVE CM2-DIAS-MES(CM2-VF-MES) TO CM2-VF-DIAS-TOPE.
002727     IF CM2-VF-MES = 2
002728         PERFORM 1760-EVALUAR-BISIESTO THRU 1760-EXIT
002729         IF CM2-ES-BISIESTO
002730             MOVE 29 TO CM2-VF-DIAS-TOPE
002731         END-IF
002732     END-IF.
002733     IF CM2-VF-DIA > CM2-VF-DIAS-TOPE
002734         GO TO 1750-EXIT
002735     END-IF.
002736     SET CM2-FECHA-VALIDA TO TRUE.
002737 1750-EXIT.
002738     EXIT.
002739
002740 1760-EVALUAR-BISIESTO.
002741     MOVE "N" TO CM2-SW-BISIESTO.
002742     DIVIDE CM2-VF-ANIO BY 4 GIVING CM2-VF-COCIENTE
002743         REMAINDER CM2-VF-RESTO-4.
002744     DIVIDE CM2-VF-ANIO BY 100 GIVING CM2-VF-COCIENTE
002745         REMAINDER CM2-VF-RESTO-100.
002746     DIVIDE CM2-VF-ANIO BY 400 GIVING CM2-VF-COCIENTE
002747         REMAINDER CM2-VF-RESTO-400.
002748     IF CM2-VF-RESTO-4 = ZERO
002749         IF CM2-VF-RESTO-100 NOT = ZERO
002750                 OR CM2-VF-RESTO-400 = ZERO
002751             SET CM2-ES-BISIESTO TO TRUE
002752         END-IF
002753     END-IF.
002754 1760-EXIT.
002755     EXIT.
002756
002757******************************************************************
002758*CALCULAR-EDAD: edad en anios cumplidos a la fecha de proceso de
002759*CM2-FECHA-NACIMIENTO; sin fecha cargada la edad queda en cero y
002760*el texto para mostrar en S/F.
002761******************************************************************
002762 1800-CALCULAR-EDAD.
002763     IF CM2-FECHA-NACIMIENTO = ZERO
002764             OR CM2-FECHA-NACIMIENTO > CM2-FECHA-PROCESO
002765         MOVE ZERO  TO EDAD
002766         MOVE "S/F" TO CM2-EDAD-TEXTO
002767         GO TO 1800-EXIT
002768     END-IF.
002769     COMPUTE EDAD =
002770         (CM2-FECHA-PROCESO - CM2-FECHA-NACIMIENTO) / 10000.
002771     MOVE EDAD TO CM2-EDAD-TEXTO.
002772 1800-EXIT.
002773     EXIT.
002774
002775 MOSTRAR-DATOS.
002776     PERFORM 1800-CALCULAR-EDAD THRU 1800-EXIT.
002777     IF CM2-FECHA-NACIMIENTO = ZERO
002778         DISPLAY "Nombre: " NOMBRE "Apellido: " APELLIDO
002779             "Sin fecha de nacimiento"
002780     ELSE
002781         DISPLAY "Nombre: " NOMBRE "Apellido: " APELLIDO
002782             "Nacimiento: " CM2-FECHA-NACIMIENTO " Edad: " EDAD
002783     END-IF.
002960******************************************************************
002970*MODIFICACION: busca un cliente por CLIENTE-ID y reemplaza sus
002980*datos por los nuevos valores ingresados.
003130         DISPLAY "Datos actuales:"
003140         MOVE CM-NOMBRE   TO NOMBRE
003150         MOVE CM-APELLIDO TO APELLIDO
003160         MOVE CM-FECHA-NACIMIENTO TO CM2-FECHA-NACIMIENTO
003170         PERFORM MOSTRAR-DATOS
003180         MOVE CM-APELLIDO TO CM2-ANTES-APELLIDO
003190         MOVE CM-NOMBRE   TO CM2-ANTES-NOMBRE
003200         MOVE CM-FECHA-NACIMIENTO TO CM2-ANTES-NACIMIENTO
003205         MOVE CM-ESTADO   TO CM2-ANTES-ESTADO
003210         PERFORM INGRESAR-NOMBRE THRU INGRESAR-APELLIDO
003211         SET CM2-NAC-OPCIONAL TO TRUE
003212         PERFORM INGRESAR-NACIMIENTO
003221         MOVE CM-CONDICION-IVA    TO CM2-CONDICION-IVA
003222         MOVE CM-TIPO-DOCUMENTO   TO CM2-TIPO-DOCUMENTO
003223         MOVE CM-NUMERO-DOCUMENTO TO CM2-NUMERO-DOCUMENTO
003224         PERFORM 6600-DATOS-FISCALES THRU 6600-EXIT
003230         MOVE APELLIDO TO CM-APELLIDO
003240         MOVE NOMBRE   TO CM-NOMBRE
003250         MOVE CM2-FECHA-NACIMIENTO TO CM-FECHA-NACIMIENTO
003251         MOVE CM2-TIPO-DOCUMENTO   TO CM-TIPO-DOCUMENTO
003252         MOVE CM2-NUMERO-DOCUMENTO TO CM-NUMERO-DOCUMENTO
003253         MOVE CM2-CONDICION-IVA    TO CM-CONDICION-IVA
003260         REWRITE CM-CUSTOMER-RECORD
003270         DISPLAY "Cliente modificado"
003280         MOVE "MODIFICAC" TO AL-OPERACION
003490     ELSE
003500         MOVE CM-NOMBRE   TO NOMBRE
003510         MOVE CM-APELLIDO TO APELLIDO
003520         MOVE CM-FECHA-NACIMIENTO TO CM2-FECHA-NACIMIENTO
003530         PERFORM MOSTRAR-DATOS
003532         IF CM-INACTIVO
003534             DISPLAY "Estado: BAJA desde " CM-FECHA-BAJA
003536                 " Motivo: " CM-MOTIVO-BAJA
003538         END-IF
003539         IF CM-LIMITE-CREDITO > ZERO OR CM-SALDO-CTACTE NOT = ZERO
003540             MOVE CM-LIMITE-CREDITO TO CM2-ED-IMPORTE
003541             MOVE CM-SALDO-CTACTE   TO CM2-ED-SALDO
003542             DISPLAY "Cuenta corriente: limite " CM2-ED-IMPORTE
003543                 " saldo " CM2-ED-SALDO
003544         END-IF
003545         MOVE CM-CONDICION-IVA    TO CM2-CONDICION-IVA
003546         MOVE CM-TIPO-DOCUMENTO   TO CM2-TIPO-DOCUMENTO
003547         PERFORM 6670-DESCRIBIR-FISCALES THRU 6670-EXIT
003548         IF CM-DOC-SIN-DATO
003549             DISPLAY "Condicion IVA: " CM2-DESC-IVA
003550                 " sin documento"
003551         ELSE
003552             DISPLAY "Condicion IVA: " CM2-DESC-IVA " "
003553                 CM2-DESC-DOC " " CM-NUMERO-DOCUMENTO
003554         END-IF
003555     END-IF.
003556 5100-EXIT.
003560     EXIT.
003570 
003571******************************************************************
003590     END-IF.
003591     MOVE CM-NOMBRE   TO NOMBRE.
003592     MOVE CM-APELLIDO TO APELLIDO.
003593     MOVE CM-FECHA-NACIMIENTO TO CM2-FECHA-NACIMIENTO.
003594     PERFORM MOSTRAR-DATOS.
003595     MOVE CM-APELLIDO TO CM2-ANTES-APELLIDO.
003596     MOVE CM-NOMBRE   TO CM2-ANTES-NOMBRE.
003597     MOVE CM-FECHA-NACIMIENTO TO CM2-ANTES-NACIMIENTO.
003598     MOVE CM-ESTADO   TO CM2-ANTES-ESTADO.
003599     IF CM-INACTIVO
003600         PERFORM 6100-REACTIVAR THRU 6100-EXIT
003607 6100-REACTIVAR.
003608     DISPLAY "El cliente esta dado de baja desde "
003609         CM-FECHA-BAJA " Motivo: " CM-MOTIVO-BAJA.
003610*    Un cliente fusionado no vuelve: su historia y su resumen ya
003611*    son del sobreviviente.
003612     IF CM2-REFERENCIA-ABIERTA
003613         MOVE CM-CLIENTE-ID TO FX-ABSORBIDO-ID
003614         READ CUSTOMER-XREF
003615             INVALID KEY
003616                 CONTINUE
003617             NOT INVALID KEY
003618                 DISPLAY "El cliente fue fusionado en "
003619                     FX-SOBREVIVIENTE-ID " y no se puede "
003620                     "reactivar"
003621                 GO TO 6100-EXIT
003622         END-READ
003623     END-IF.
003624     DISPLAY "Confirma la reactivacion? (S/N)".
003625     ACCEPT CM2-CONFIRMA-ENTRADA.
003626     IF CM2-CONFIRMA-ENTRADA = "S" OR CM2-CONFIRMA-ENTRADA = "s"
003627         SET CM-ACTIVO TO TRUE
003628         MOVE ZERO   TO CM-FECHA-BAJA
003629         MOVE SPACES TO CM-MOTIVO-BAJA
003630         REWRITE CM-CUSTOMER-RECORD
003631         DISPLAY "Cliente reactivado"
003632         MOVE "REACTIVAC" TO AL-OPERACION
003633         PERFORM 8000-AUDITAR THRU 8000-EXIT
003634     ELSE
003635         DISPLAY "Reactivacion cancelada por el operador"
003636     END-IF.
003637 6100-EXIT.
003638     EXIT.
003639
003640 6200-DAR-DE-BAJA.
003641     DISPLAY "Ingrese el motivo de la baja".
003642     ACCEPT CM2-MOTIVO-ENTRADA.
003643     DISPLAY "Confirma la baja del cliente? (S/N)".
003644     ACCEPT CM2-CONFIRMA-ENTRADA.
003645     IF CM2-CONFIRMA-ENTRADA = "S" OR CM2-CONFIRMA-ENTRADA = "s"
003646         SET CM-INACTIVO TO TRUE
003647         ACCEPT CM-FECHA-BAJA FROM DATE YYYYMMDD
003648         MOVE CM2-MOTIVO-ENTRADA TO CM-MOTIVO-BAJA
003649         REWRITE CM-CUSTOMER-RECORD
003650         DISPLAY "Cliente dado de baja"
003651         MOVE "BAJA" TO AL-OPERACION
003652         PERFORM 8000-AUDITAR THRU 8000-EXIT
003653     ELSE
003654         DISPLAY "Baja cancelada por el operador"
003655     END-IF.
003656 6200-EXIT.
003657     EXIT.
003658
003659******************************************************************
003660*BUSQUEDA-APELLIDO: acepta un apellido completo o parcial, se
003661*posiciona por la clave alterna APELLIDO-NOMBRE y pagina las
003662*coincidencias hasta que el operador elige un cliente o vuelve
003663*al menu. El cliente elegido desemboca en la consulta o en la
003664*modificacion existentes.
003665******************************************************************
003666 7000-BUSQUEDA-APELLIDO.
003667     DISPLAY "Ingrese el apellido (completo o parcial)".
003668     ACCEPT CM2-APELLIDO-BUSCADO.
003669     IF CM2-APELLIDO-BUSCADO = SPACES
003670         DISPLAY "Apellido vacio, vuelve al menu"
003671         GO TO 7000-EXIT
003672     END-IF.
003673     MOVE 20 TO CM2-LARGO-PREFIJO.
003674     PERFORM 7020-MEDIR-PREFIJO THRU 7020-EXIT
003675         UNTIL CM2-APELLIDO-BUSCADO(CM2-LARGO-PREFIJO:1)
003676         NOT = SPACE.
003677     MOVE "N" TO CM2-SW-FIN-BUSQUEDA.
003678     MOVE "N" TO CM2-SW-ELEGIDO.
003679     MOVE ZERO TO CM2-CANT-MOSTRADOS.
003680     MOVE CM2-APELLIDO-BUSCADO TO CM-APELLIDO.
003681     MOVE LOW-VALUES TO CM-NOMBRE.
003682     START CUSTOMER-MASTER
003683         KEY IS NOT LESS THAN CM-APELLIDO-NOMBRE
003684         INVALID KEY SET CM2-FIN-BUSQUEDA TO TRUE
003685     END-START.
003686     PERFORM 7100-PAGINAR THRU 7100-EXIT
003687         UNTIL CM2-FIN-BUSQUEDA.
003688     IF CM2-CANT-MOSTRADOS = ZERO
003689         DISPLAY "Sin coincidencias para ese apellido"
003690     END-IF.
003691     IF CM2-ELEGIDO
003692         DISPLAY "C=consulta  M=modificacion"
003693         ACCEPT CM2-MODO-ENTRADA
003694         EVALUATE CM2-MODO-ENTRADA
003695             WHEN "C"
003696             WHEN "c"
003697                 PERFORM 5100-CONSULTAR-CLIENTE THRU 5100-EXIT
003698             WHEN "M"
003699             WHEN "m"
003700                 PERFORM 4100-MODIFICAR-CLIENTE THRU 4100-EXIT
003701             WHEN OTHER
003702                 DISPLAY "Modo invalido, vuelve al menu"
003703         END-EVALUATE
003704     END-IF.
003705 7000-EXIT.
003706     EXIT.
003707
003708 7020-MEDIR-PREFIJO.
003709     SUBTRACT 1 FROM CM2-LARGO-PREFIJO.
003710 7020-EXIT.
003711     EXIT.
003712
003713******************************************************************
003714*PAGINAR: muestra hasta 10 coincidencias y atiende la eleccion
003715*del operador: un ID de la lista, N para ver mas, X para volver.
003716******************************************************************
003717 7100-PAGINAR.
003718     MOVE ZERO TO CM2-LINEAS-BUSQUEDA.
003719     PERFORM 7110-MOSTRAR-COINCIDENCIA THRU 7110-EXIT
003720         UNTIL CM2-FIN-BUSQUEDA
003721         OR CM2-LINEAS-BUSQUEDA NOT LESS THAN 10.
003722     IF CM2-LINEAS-BUSQUEDA = ZERO
003723         SET CM2-FIN-BUSQUEDA TO TRUE
003724         GO TO 7100-EXIT
003725     END-IF.
003726     MOVE "N" TO CM2-SW-ACCION.
003727     PERFORM 7150-PEDIR-ACCION THRU 7150-EXIT
003728         UNTIL CM2-ACCION-TOMADA.
003729 7100-EXIT.
003730     EXIT.
003731
003732******************************************************************
003733*PEDIR-ACCION: atiende la eleccion del operador sobre la pagina
003734*mostrada, reintentando sobre la misma pagina ante una entrada
003735*invalida o un pedido de mas coincidencias cuando ya no hay:
003736*solo X o una eleccion valida abandonan la pagina.
003737******************************************************************
003738 7150-PEDIR-ACCION.
003739     DISPLAY "Elija: ID de cliente / N=ver mas / X=volver".
003740     ACCEPT CM2-SELECCION.
003741     EVALUATE CM2-SELECCION
003742         WHEN "N"
003743         WHEN "n"
003744             IF CM2-FIN-BUSQUEDA
003745                 DISPLAY "No hay mas coincidencias, elija de "
003746                     "la lista o X para volver"
003747             ELSE
003748                 SET CM2-ACCION-TOMADA TO TRUE
003749             END-IF
003750         WHEN "X"
003751         WHEN "x"
003752             SET CM2-FIN-BUSQUEDA TO TRUE
003753             SET CM2-ACCION-TOMADA TO TRUE
003754         WHEN OTHER
003755             PERFORM 7200-TOMAR-SELECCION THRU 7200-EXIT
003756     END-EVALUATE.
003757 7150-EXIT.
003758     EXIT.
003759
003760 7110-MOSTRAR-COINCIDENCIA.
003761     READ CUSTOMER-MASTER NEXT RECORD
003762         AT END
003763             SET CM2-FIN-BUSQUEDA TO TRUE
003764     END-READ.
003765     IF CM2-FIN-BUSQUEDA
003766         GO TO 7110-EXIT
003767     END-IF.
003768     IF CM-APELLIDO(1:CM2-LARGO-PREFIJO) NOT =
003769             CM2-APELLIDO-BUSCADO(1:CM2-LARGO-PREFIJO)
003770         SET CM2-FIN-BUSQUEDA TO TRUE
003771         GO TO 7110-EXIT
003772     END-IF.
003773     MOVE CM-FECHA-NACIMIENTO TO CM2-FECHA-NACIMIENTO.
003774     PERFORM 1800-CALCULAR-EDAD THRU 1800-EXIT.
003775     IF CM-INACTIVO
003776         DISPLAY "ID " CM-CLIENTE-ID " " CM-APELLIDO " "
003777             CM-NOMBRE " " CM2-EDAD-TEXTO " *BAJA*"
003778     ELSE
003779         DISPLAY "ID " CM-CLIENTE-ID " " CM-APELLIDO " "
003780             CM-NOMBRE " " CM2-EDAD-TEXTO
003781     END-IF.
003782     ADD 1 TO CM2-LINEAS-BUSQUEDA.
003783     ADD 1 TO CM2-CANT-MOSTRADOS.
003784 7110-EXIT.
003785     EXIT.
003786
003787******************************************************************
003788*TOMAR-SELECCION: interpreta la entrada como un CLIENTE-ID,
003789*acomodandola a la derecha con ceros como los demas ingresos
003790*numericos por pantalla.
003791******************************************************************
003792 7200-TOMAR-SELECCION.
003793     IF CM2-SELECCION = SPACES
003794         DISPLAY "Entrada invalida"
003795         GO TO 7200-EXIT
003796     END-IF.
003797     MOVE CM2-SELECCION TO CM2-SELECCION-JUST.
003798     PERFORM 7210-ROTAR-SELECCION THRU 7210-EXIT
003799         UNTIL CM2-SELECCION-JUST(6:1) NOT = SPACE.
003800     INSPECT CM2-SELECCION-JUST REPLACING LEADING SPACES
003801         BY ZEROS.
003802     IF CM2-SELECCION-JUST IS NUMERIC
003803         MOVE CM2-SELECCION-NUM TO CM2-ID-BUSCADO
003804         SET CM2-ELEGIDO TO TRUE
003805         SET CM2-FIN-BUSQUEDA TO TRUE
003806         SET CM2-ACCION-TOMADA TO TRUE
003807     ELSE
003808         DISPLAY "Entrada invalida"
003809     END-IF.
003810 7200-EXIT.
003811     EXIT.
003812
003813 7210-ROTAR-SELECCION.
003814     MOVE CM2-SELECCION-JUST TO CM2-SELECCION-AUX.
003815     MOVE CM2-SELECCION-AUX(1:5) TO CM2-SELECCION-JUST(2:5).
003816     MOVE SPACE TO CM2-SELECCION-JUST(1:1).
003817 7210-EXIT.
003818     EXIT.
003819
003820******************************************************************
003821*LIMITE-CREDITO: asigna o cambia el limite de credito de la
003830*cuenta corriente de un cliente activo. Limite cero deja al
003840*cliente sin ventas a credito; el saldo pendiente no se toca y
003850*lo sigue cancelando la cobranza.
003860******************************************************************
003870 6500-LIMITE-CREDITO.
003880     DISPLAY "Ingrese el ID de cliente".
003890     ACCEPT CM2-ID-BUSCADO.
003900     MOVE CM2-ID-BUSCADO TO CM-CLIENTE-ID.
003910     READ CUSTOMER-MASTER
003920         INVALID KEY
003930             SET CM2-NO-ENCONTRADO TO TRUE
003940         NOT INVALID KEY
003950             SET CM2-ENCONTRADO TO TRUE
003960     END-READ.
003970     IF CM2-NO-ENCONTRADO
003980         DISPLAY "No existe un cliente con ese ID"
003990         GO TO 6500-EXIT
004000     END-IF.
004010     IF CM-INACTIVO
004020         DISPLAY "El cliente esta dado de baja desde "
004030             CM-FECHA-BAJA " - reactivelo antes de "
004040             "asignarle credito"
004050         GO TO 6500-EXIT
004060     END-IF.
004070     MOVE CM-NOMBRE   TO NOMBRE.
004080     MOVE CM-APELLIDO TO APELLIDO.
004090     MOVE CM-FECHA-NACIMIENTO TO CM2-FECHA-NACIMIENTO.
004100     PERFORM MOSTRAR-DATOS.
004110     MOVE CM-LIMITE-CREDITO TO CM2-ED-IMPORTE.
004120     MOVE CM-SALDO-CTACTE   TO CM2-ED-SALDO.
004130     DISPLAY "Limite actual " CM2-ED-IMPORTE
004140         " saldo " CM2-ED-SALDO.
004150     MOVE CM-APELLIDO TO CM2-ANTES-APELLIDO.
004160     MOVE CM-NOMBRE   TO CM2-ANTES-NOMBRE.
004170     MOVE CM-FECHA-NACIMIENTO TO CM2-ANTES-NACIMIENTO.
004180     MOVE CM-ESTADO   TO CM2-ANTES-ESTADO.
004190     MOVE "N" TO CM2-SW-LIMITE-OK.
004200     PERFORM 6510-PEDIR-LIMITE THRU 6510-EXIT
004210         UNTIL CM2-LIMITE-VALIDO.
004220     IF CM2-LIMITE-ENTRADA = SPACES
004230         DISPLAY "Limite sin cambios"
004240         GO TO 6500-EXIT
004250     END-IF.
004260     MOVE CM2-LIMITE-NUM TO CM-LIMITE-CREDITO.
004270     REWRITE CM-CUSTOMER-RECORD.
004280     MOVE CM-LIMITE-CREDITO TO CM2-ED-IMPORTE.
004290     DISPLAY "Limite de credito actualizado a " CM2-ED-IMPORTE.
004300     IF CM-SALDO-CTACTE > CM-LIMITE-CREDITO
004310         DISPLAY "** El saldo supera el nuevo limite: no se "
004320             "aceptaran ventas a credito hasta cobrarlo **"
004330     END-IF.
004340     MOVE "LIMITE" TO AL-OPERACION.
004350     PERFORM 8000-AUDITAR THRU 8000-EXIT.
004360 6500-EXIT.
004370     EXIT.
004380
004390******************************************************************
004400*PEDIR-LIMITE: el limite se ingresa en pesos enteros y se acomoda
004410*a la derecha con ceros como los demas ingresos numericos; la
004420*entrada vacia deja el limite como estaba.
004430******************************************************************
004440 6510-PEDIR-LIMITE.
004450     DISPLAY "Nuevo limite en pesos (Enter = sin cambio)".
004460     ACCEPT CM2-LIMITE-ENTRADA.
004470     IF CM2-LIMITE-ENTRADA = SPACES
004480         SET CM2-LIMITE-VALIDO TO TRUE
004490         GO TO 6510-EXIT
004500     END-IF.
004510     MOVE CM2-LIMITE-ENTRADA TO CM2-LIMITE-JUST.
004520     PERFORM 6520-ROTAR-LIMITE THRU 6520-EXIT
004530         UNTIL CM2-LIMITE-JUST(9:1) NOT = SPACE.
004540     INSPECT CM2-LIMITE-JUST REPLACING LEADING SPACES
004550         BY ZEROS.
004560     IF CM2-LIMITE-JUST IS NUMERIC
004570         SET CM2-LIMITE-VALIDO TO TRUE
004580     ELSE
004590         DISPLAY "Limite invalido, debe ser numerico, reingrese"
004600     END-IF.
004610 6510-EXIT.
004620     EXIT.
004630
004640 6520-ROTAR-LIMITE.
004650     MOVE CM2-LIMITE-JUST TO CM2-LIMITE-AUX.
004660     MOVE CM2-LIMITE-AUX(1:8) TO CM2-LIMITE-JUST(2:8).
004670     MOVE SPACE TO CM2-LIMITE-JUST(1:1).
004680 6520-EXIT.
004690     EXIT.
004691******************************************************************
004692*DATOS-FISCALES: pide la condicion frente al IVA y el documento
004693*del cliente sobre CM2-CONDICION-IVA, CM2-TIPO-DOCUMENTO y
004694*CM2-NUMERO-DOCUMENTO, que llegan cargados con los valores
004695*actuales (Enter los deja como estan), hasta que la combinacion
004696*sea valida: responsable inscripto, monotributo y exento exigen
004697*CUIT; el consumidor final puede tener CUIT, DNI o ninguno.
004698******************************************************************
004699 6600-DATOS-FISCALES.
004700     MOVE "N" TO CM2-SW-FISCAL-OK.
004701     PERFORM 6610-PEDIR-FISCALES THRU 6610-EXIT
004702         UNTIL CM2-FISCAL-VALIDO.
004703 6600-EXIT.
004704     EXIT.
004705
004706 6610-PEDIR-FISCALES.
004707     DISPLAY "Condicion IVA: I=Resp. inscripto M=Monotributo "
004708         "F=Cons. final E=Exento (Enter = " CM2-CONDICION-IVA ")".
004709     ACCEPT CM2-COND-ENTRADA.
004710     INSPECT CM2-COND-ENTRADA CONVERTING "imfe" TO "IMFE".
004711     IF CM2-COND-ENTRADA NOT = SPACE
004712         IF CM2-COND-ENTRADA-VALIDA
004713             MOVE CM2-COND-ENTRADA TO CM2-CONDICION-IVA
004714         ELSE
004715             DISPLAY "Condicion IVA invalida, reingrese"
004716             GO TO 6610-EXIT
004717         END-IF
004718     END-IF.
004719     DISPLAY "Documento: C=CUIT D=DNI N=sin documento "
004720         "(Enter = sin cambio)".
004721     ACCEPT CM2-TDOC-ENTRADA.
004722     INSPECT CM2-TDOC-ENTRADA CONVERTING "cdn" TO "CDN".
004723     EVALUATE CM2-TDOC-ENTRADA
004724         WHEN SPACE
004725             CONTINUE
004726         WHEN "N"
004727             MOVE SPACE TO CM2-TIPO-DOCUMENTO
004728             MOVE ZERO  TO CM2-NUMERO-DOCUMENTO
004729         WHEN "C"
004730         WHEN "D"
004731             PERFORM 6620-PEDIR-DOCUMENTO THRU 6620-EXIT
004732             IF NOT CM2-DOC-VALIDO
004733                 GO TO 6610-EXIT
004734             END-IF
004735         WHEN OTHER
004736             DISPLAY "Tipo de documento invalido, reingrese"
004737             GO TO 6610-EXIT
004738     END-EVALUATE.
004739     IF CM2-IVA-REQUIERE-CUIT AND NOT CM2-DOC-CUIT
004740         DISPLAY "Resp. inscripto, monotributo y exento "
004741             "requieren CUIT, reingrese"
004742         GO TO 6610-EXIT
004743     END-IF.
004744     SET CM2-FISCAL-VALIDO TO TRUE.
004745 6610-EXIT.
004746     EXIT.
004747
004748******************************************************************
004749*PEDIR-DOCUMENTO: el numero se ingresa sin guiones y se acomoda a
004750*la derecha con ceros como los demas ingresos numericos. El CUIT
004751*debe pasar el digito verificador; el DNI, tener hasta 8 digitos.
004752******************************************************************
004753 6620-PEDIR-DOCUMENTO.
004754     MOVE "N" TO CM2-SW-DOC-OK.
004755     IF CM2-TDOC-ENTRADA = "C"
004756         DISPLAY "Numero de CUIT (11 digitos, sin guiones)"
004757     ELSE
004758         DISPLAY "Numero de DNI (hasta 8 digitos, sin puntos)"
004759     END-IF.
004760     ACCEPT CM2-DOC-ENTRADA.
004761     IF CM2-DOC-ENTRADA = SPACES
004762         DISPLAY "Documento vacio, reingrese"
004763         GO TO 6620-EXIT
004764     END-IF.
004765     MOVE CM2-DOC-ENTRADA TO CM2-DOC-JUST.
004766     PERFORM 6630-ROTAR-DOCUMENTO THRU 6630-EXIT
004767         UNTIL CM2-DOC-JUST(11:1) NOT = SPACE.
004768     INSPECT CM2-DOC-JUST REPLACING LEADING SPACES BY ZEROS.
004769     IF CM2-DOC-JUST IS NOT NUMERIC
004770         DISPLAY "Documento invalido, debe ser numerico, "
004771             "reingrese"
004772         GO TO 6620-EXIT
004773     END-IF.
004774     IF CM2-TDOC-ENTRADA = "C"
004775         MOVE CM2-DOC-NUM TO CM2-CUIT-NUM
004776         PERFORM 6650-VALIDAR-CUIT THRU 6650-EXIT
004777         IF NOT CM2-CUIT-VALIDO
004778             DISPLAY "CUIT invalido (prefijo o digito "
004779                 "verificador), reingrese"
004780             GO TO 6620-EXIT
004781         END-IF
004782     ELSE
004783         IF CM2-DOC-NUM = ZERO OR CM2-DOC-NUM > 99999999
004784             DISPLAY "DNI invalido, reingrese"
004785             GO TO 6620-EXIT
004786         END-IF
004787     END-IF.
004788     MOVE CM2-TDOC-ENTRADA TO CM2-TIPO-DOCUMENTO.
004789     MOVE CM2-DOC-NUM      TO CM2-NUMERO-DOCUMENTO.
004790     SET CM2-DOC-VALIDO TO TRUE.
004791 6620-EXIT.
004792     EXIT.
004793
004794 6630-ROTAR-DOCUMENTO.
004795     MOVE CM2-DOC-JUST TO CM2-DOC-AUX.
004796     MOVE CM2-DOC-AUX(1:10) TO CM2-DOC-JUST(2:10).
004797     MOVE SPACE TO CM2-DOC-JUST(1:1).
004798 6630-EXIT.
004799     EXIT.
004800
004801******************************************************************
004802*VALIDAR-CUIT: prefijo de persona fisica (20, 23, 24, 27) o
004803*juridica (30, 33, 34) y digito verificador modulo 11 con pesos
004804*5-4-3-2-7-6-5-4-3-2 sobre los 10 primeros digitos. Un resto que
004805*da verificador 10 no es un CUIT valido.
004806******************************************************************
004807 6650-VALIDAR-CUIT.
004808     MOVE "N" TO CM2-SW-CUIT-OK.
004809     IF NOT CM2-CUIT-PREFIJO-VALIDO
004810         GO TO 6650-EXIT
004811     END-IF.
004812     MOVE ZERO TO CM2-CUIT-SUMA.
004813     MOVE 1 TO CM2-CUIT-IDX.
004814     PERFORM 6660-SUMAR-DIGITO THRU 6660-EXIT
004815         UNTIL CM2-CUIT-IDX > 10.
004816     DIVIDE CM2-CUIT-SUMA BY 11 GIVING CM2-CUIT-COCIENTE
004817         REMAINDER CM2-CUIT-RESTO.
004818     IF CM2-CUIT-RESTO = ZERO
004819         MOVE ZERO TO CM2-CUIT-VERIFICADOR
004820     ELSE
004821         COMPUTE CM2-CUIT-VERIFICADOR = 11 - CM2-CUIT-RESTO
004822     END-IF.
004823     IF CM2-CUIT-VERIFICADOR = CM2-CUIT-DIGITO(11)
004824         SET CM2-CUIT-VALIDO TO TRUE
004825     END-IF.
004826 6650-EXIT.
004827     EXIT.
004828
004829 6660-SUMAR-DIGITO.
004830     COMPUTE CM2-CUIT-SUMA = CM2-CUIT-SUMA
004831         + CM2-CUIT-DIGITO(CM2-CUIT-IDX)
004832         * CM2-CUIT-PESO(CM2-CUIT-IDX).
004833     ADD 1 TO CM2-CUIT-IDX.
004834 6660-EXIT.
004835     EXIT.
004836
004837 6670-DESCRIBIR-FISCALES.
004838     EVALUATE CM2-CONDICION-IVA
004839         WHEN "I"
004840             MOVE "RESPONSABLE INSCRIPTO" TO CM2-DESC-IVA
004841         WHEN "M"
004842             MOVE "MONOTRIBUTO" TO CM2-DESC-IVA
004843         WHEN "E"
004844             MOVE "EXENTO" TO CM2-DESC-IVA
004845         WHEN OTHER
004846             MOVE "CONSUMIDOR FINAL" TO CM2-DESC-IVA
004847     END-EVALUATE.
004848     IF CM2-DOC-CUIT
004849         MOVE "CUIT" TO CM2-DESC-DOC
004850     ELSE
004851         MOVE "DNI" TO CM2-DESC-DOC
004852     END-IF.
004853 6670-EXIT.
004854     EXIT.
004860******************************************************************
004870*FUSION-CLIENTES: une dos altas de la misma persona. El cliente
004880*absorbido se da de baja con motivo FUSIONADO EN nnnnnn, su
004890*resumen de compras se suma al del sobreviviente y queda la
004900*referencia absorbido -> sobreviviente en CUSTOMER-XREF para que
004910*la historia grabada con el ID viejo se atribuya al que queda.
004920*Ambos deben estar activos y el absorbido no debe tener saldo en
004930*cuenta corriente, que sigue con sus movimientos a su nombre.
004940******************************************************************
004950 6800-FUSION-CLIENTES.
004960     IF NOT CM2-RESUMEN-ABIERTO OR NOT CM2-REFERENCIA-ABIERTA
004970         DISPLAY "No se pudo abrir CUSTSUM o CUSTXREF, status "
004980             CM2-SUM-STATUS " " CM2-FX-STATUS " - fusion no "
004990             "disponible"
005000         GO TO 6800-EXIT
005010     END-IF.
005020     DISPLAY "Ingrese el ID del cliente que queda".
005030     ACCEPT CM2-ID-SOBREVIVIENTE.
005040     DISPLAY "Ingrese el ID del cliente a absorber".
005050     ACCEPT CM2-ID-ABSORBIDO.
005060     IF CM2-ID-SOBREVIVIENTE = CM2-ID-ABSORBIDO
005070         DISPLAY "Los dos ID son el mismo cliente"
005080         GO TO 6800-EXIT
005090     END-IF.
005100     MOVE CM2-ID-SOBREVIVIENTE TO CM-CLIENTE-ID.
005110     READ CUSTOMER-MASTER
005120         INVALID KEY
005130             DISPLAY "No existe el cliente sobreviviente"
005140             GO TO 6800-EXIT
005150     END-READ.
005160     IF CM-INACTIVO
005170         DISPLAY "El sobreviviente esta dado de baja desde "
005180             CM-FECHA-BAJA " - reactivelo antes de fusionar"
005190         GO TO 6800-EXIT
005200     END-IF.
005210     DISPLAY "Queda:".
005220     MOVE CM-NOMBRE   TO NOMBRE.
005230     MOVE CM-APELLIDO TO APELLIDO.
005240     MOVE CM-FECHA-NACIMIENTO TO CM2-FECHA-NACIMIENTO.
005250     PERFORM MOSTRAR-DATOS.
005260     MOVE CM2-ID-ABSORBIDO TO CM-CLIENTE-ID.
005270     READ CUSTOMER-MASTER
005280         INVALID KEY
005290             DISPLAY "No existe el cliente a absorber"
005300             GO TO 6800-EXIT
005310     END-READ.
005320     IF CM-INACTIVO
005330         DISPLAY "El cliente a absorber esta dado de baja desde "
005340             CM-FECHA-BAJA " Motivo: " CM-MOTIVO-BAJA
005350         GO TO 6800-EXIT
005360     END-IF.
005370     IF CM-SALDO-CTACTE NOT = ZERO
005380         MOVE CM-SALDO-CTACTE TO CM2-ED-SALDO
005390         DISPLAY "El cliente a absorber tiene saldo en cuenta "
005400             "corriente " CM2-ED-SALDO " - cancelelo antes de "
005410             "fusionar"
005420         GO TO 6800-EXIT
005430     END-IF.
005440     DISPLAY "Se absorbe:".
005450     MOVE CM-NOMBRE   TO NOMBRE.
005460     MOVE CM-APELLIDO TO APELLIDO.
005470     MOVE CM-FECHA-NACIMIENTO TO CM2-FECHA-NACIMIENTO.
005480     PERFORM MOSTRAR-DATOS.
005490     DISPLAY "Confirma la fusion de " CM2-ID-ABSORBIDO " en "
005500         CM2-ID-SOBREVIVIENTE "? (S/N)".
005510     ACCEPT CM2-CONFIRMA-ENTRADA.
005520     IF CM2-CONFIRMA-ENTRADA NOT = "S" AND
005530             CM2-CONFIRMA-ENTRADA NOT = "s"
005540         DISPLAY "Fusion cancelada por el operador"
005550         GO TO 6800-EXIT
005560     END-IF.
005570     PERFORM 6850-COMBINAR-RESUMEN THRU 6850-EXIT.
005580*    Baja del absorbido, que sigue en el area del maestro.
005590     MOVE CM-APELLIDO TO CM2-ANTES-APELLIDO.
005600     MOVE CM-NOMBRE   TO CM2-ANTES-NOMBRE.
005610     MOVE CM-FECHA-NACIMIENTO TO CM2-ANTES-NACIMIENTO.
005620     MOVE CM-ESTADO   TO CM2-ANTES-ESTADO.
005630     SET CM-INACTIVO TO TRUE.
005640     ACCEPT CM-FECHA-BAJA FROM DATE YYYYMMDD.
005650     MOVE CM2-ID-SOBREVIVIENTE TO CM2-MF-SOBREVIVIENTE.
005660     MOVE CM2-MOTIVO-FUSION TO CM-MOTIVO-BAJA.
005670     REWRITE CM-CUSTOMER-RECORD.
005680     MOVE "FUSIONADO" TO AL-OPERACION.
005690     PERFORM 8000-AUDITAR THRU 8000-EXIT.
005700     PERFORM 6870-GRABAR-REFERENCIA THRU 6870-EXIT.
005710*    El sobreviviente no cambia de datos: la entrada ABSORBE deja
005720*    constancia de la fusion bajo su propio ID.
005730     MOVE CM2-ID-SOBREVIVIENTE TO CM-CLIENTE-ID.
005740     READ CUSTOMER-MASTER
005750         INVALID KEY
005760             DISPLAY "** No se pudo releer el sobreviviente, "
005770                 "status " CM2-FILE-STATUS
005780             GO TO 6800-EXIT
005790     END-READ.
005800     MOVE CM-APELLIDO TO CM2-ANTES-APELLIDO.
005810     MOVE CM-NOMBRE   TO CM2-ANTES-NOMBRE.
005820     MOVE CM-FECHA-NACIMIENTO TO CM2-ANTES-NACIMIENTO.
005830     MOVE CM-ESTADO   TO CM2-ANTES-ESTADO.
005840     MOVE "ABSORBE" TO AL-OPERACION.
005850     PERFORM 8000-AUDITAR THRU 8000-EXIT.
005860     DISPLAY "Cliente " CM2-ID-ABSORBIDO " fusionado en "
005870         CM2-ID-SOBREVIVIENTE.
005880     IF CM2-CANT-REAPUNTADAS > ZERO
005890         DISPLAY "Referencias anteriores reapuntadas: "
005900             CM2-CANT-REAPUNTADAS
005910     END-IF.
005920 6800-EXIT.
005930     EXIT.
005940
005950******************************************************************
005960*COMBINAR-RESUMEN: suma cantidad de ventas, monto y total del
005970*absorbido en el resumen del sobreviviente (lo crea si no tenia
005980*compras) con la fecha de ultima compra mas reciente de los dos,
005990*y recien despues borra el resumen del absorbido.
006000******************************************************************
006010 6850-COMBINAR-RESUMEN.
006020     MOVE CM2-ID-ABSORBIDO TO CS-CLIENTE-ID.
006030     READ CUSTOMER-SUMMARY-FILE
006040         INVALID KEY
006050             DISPLAY "El absorbido no tiene compras acumuladas"
006060             GO TO 6850-EXIT
006070     END-READ.
006080     MOVE CS-CANT-VENTAS  TO CM2-FUS-CANT-VENTAS.
006090     MOVE CS-ACUM-MONTO   TO CM2-FUS-ACUM-MONTO.
006100     MOVE CS-ACUM-TOTAL   TO CM2-FUS-ACUM-TOTAL.
006110     MOVE CS-FECHA-ULTIMA TO CM2-FUS-FECHA-ULTIMA.
006111     MOVE CS-SUCURSAL-ULTIMA TO CM2-FUS-SUCURSAL-ULTIMA.
006120     MOVE CM2-ID-SOBREVIVIENTE TO CS-CLIENTE-ID.
006130     READ CUSTOMER-SUMMARY-FILE
006140         INVALID KEY
006150             INITIALIZE CS-SUMMARY-RECORD
006160             MOVE CM2-ID-SOBREVIVIENTE TO CS-CLIENTE-ID
006170     END-READ.
006180     ADD CM2-FUS-CANT-VENTAS TO CS-CANT-VENTAS.
006190     ADD CM2-FUS-ACUM-MONTO  TO CS-ACUM-MONTO.
006200     ADD CM2-FUS-ACUM-TOTAL  TO CS-ACUM-TOTAL.
006210     IF CM2-FUS-FECHA-ULTIMA > CS-FECHA-ULTIMA
006220         MOVE CM2-FUS-FECHA-ULTIMA TO CS-FECHA-ULTIMA
006221         MOVE CM2-FUS-SUCURSAL-ULTIMA TO CS-SUCURSAL-ULTIMA
006230     END-IF.
006240     IF CM2-SUM-STATUS-OK
006250         REWRITE CS-SUMMARY-RECORD
006260     ELSE
006270         WRITE CS-SUMMARY-RECORD
006280     END-IF.
006290     IF NOT CM2-SUM-STATUS-OK
006300         DISPLAY "** No se pudo grabar el resumen del "
006301             "sobreviviente"
006310             ", status " CM2-SUM-STATUS
006320         GO TO 6850-EXIT
006330     END-IF.
006340     MOVE CM2-ID-ABSORBIDO TO CS-CLIENTE-ID.
006350     DELETE CUSTOMER-SUMMARY-FILE RECORD
006360         INVALID KEY
006370             DISPLAY "** No se pudo borrar el resumen del "
006371                 "absorbido"
006380                 ", status " CM2-SUM-STATUS
006390     END-DELETE.
006400 6850-EXIT.
006410     EXIT.
006420
006430******************************************************************
006440*GRABAR-REFERENCIA: graba absorbido -> sobreviviente y reapunta
006450*al sobreviviente las referencias de clientes que el absorbido
006460*habia absorbido antes, para que todas lleven al ID vigente.
006470******************************************************************
006480 6870-GRABAR-REFERENCIA.
006490     MOVE ZERO TO CM2-CANT-REAPUNTADAS.
006500     MOVE CM2-ID-ABSORBIDO     TO FX-ABSORBIDO-ID.
006510     MOVE CM2-ID-SOBREVIVIENTE TO FX-SOBREVIVIENTE-ID.
006520     ACCEPT FX-FECHA-FUSION FROM DATE YYYYMMDD.
006530     ACCEPT FX-HORA-FUSION FROM TIME.
006540     MOVE CM2-USUARIO TO FX-USUARIO.
006550     WRITE FX-FUSION-RECORD
006560         INVALID KEY
006570             DISPLAY "** No se pudo grabar la referencia de "
006571                 "fusion"
006580                 ", status " CM2-FX-STATUS
006590             GO TO 6870-EXIT
006600     END-WRITE.
006610     MOVE "N" TO CM2-SW-FIN-REFERENCIA.
006620     PERFORM 6880-REAPUNTAR THRU 6880-EXIT
006630         UNTIL CM2-FIN-REFERENCIA.
006640 6870-EXIT.
006650     EXIT.
006660
006670*    Cada vuelta se reposiciona por la clave alterna: la
006680*    referencia reapuntada ya no tiene al absorbido como
006681*    sobreviviente.
006690 6880-REAPUNTAR.
006700     MOVE CM2-ID-ABSORBIDO TO FX-SOBREVIVIENTE-ID.
006710     START CUSTOMER-XREF KEY IS EQUAL TO FX-SOBREVIVIENTE-ID
006720         INVALID KEY
006730             SET CM2-FIN-REFERENCIA TO TRUE
006740             GO TO 6880-EXIT
006750     END-START.
006760     READ CUSTOMER-XREF NEXT RECORD
006770         AT END
006780             SET CM2-FIN-REFERENCIA TO TRUE
006790             GO TO 6880-EXIT
006800     END-READ.
006810     MOVE CM2-ID-SOBREVIVIENTE TO FX-SOBREVIVIENTE-ID.
006820     REWRITE FX-FUSION-RECORD
006830         INVALID KEY
006840             DISPLAY "** No se pudo reapuntar la referencia de "
006850                 FX-ABSORBIDO-ID ", status " CM2-FX-STATUS
006860             SET CM2-FIN-REFERENCIA TO TRUE
006870             GO TO 6880-EXIT
006880     END-REWRITE.
006890     ADD 1 TO CM2-CANT-REAPUNTADAS.
006900 6880-EXIT.
006910     EXIT.
006920******************************************************************
006930*AUDITAR: deja constancia en CUSTOMER-AUDIT-LOG de quien hizo el
006940*cambio, cuando, y los valores del cliente antes y despues.
006950******************************************************************
006960 8000-AUDITAR.
006970     ACCEPT AL-FECHA FROM DATE YYYYMMDD.
006980     ACCEPT AL-HORA FROM TIME.
006990     MOVE CM2-USUARIO         TO AL-USUARIO.
007000     MOVE CM-CLIENTE-ID       TO AL-CLIENTE-ID.
007010     MOVE CM2-ANTES-APELLIDO  TO AL-APELLIDO-ANTES.
007020     MOVE CM2-ANTES-NOMBRE    TO AL-NOMBRE-ANTES.
007030     MOVE CM2-ANTES-NACIMIENTO TO AL-NACIMIENTO-ANTES.
007040     MOVE CM-APELLIDO         TO AL-APELLIDO-DESPUES.
007050     MOVE CM-NOMBRE           TO AL-NOMBRE-DESPUES.
007060     MOVE CM-FECHA-NACIMIENTO TO AL-NACIMIENTO-DESPUES.
007070     MOVE CM2-ANTES-ESTADO    TO AL-ESTADO-ANTES.
007080     MOVE CM-ESTADO           TO AL-ESTADO-DESPUES.
007090     WRITE AL-AUDIT-RECORD.
007100 8000-EXIT.
007110     EXIT.
007120 
007130******************************************************************
007140*FINALIZAR: cierra el maestro de clientes.
007150******************************************************************
007160 9000-FINALIZAR.
007170     CLOSE CUSTOMER-MASTER.
007180     CLOSE CUSTOMER-AUDIT-LOG.
007190     IF CM2-RESUMEN-ABIERTO
007200         CLOSE CUSTOMER-SUMMARY-FILE
007210     END-IF.
007220     IF CM2-REFERENCIA-ABIERTA
007230         CLOSE CUSTOMER-XREF
007240     END-IF.
007250 9000-EXIT.
007260     EXIT.
007270 
007280 END PROGRAM Ejercicio2.
