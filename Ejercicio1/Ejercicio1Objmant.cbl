000100******************************************************************
000110*PROGRAMA    : Ejercicio1Objmant
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Mantenimiento de los objetivos mensuales de venta
000170*              (TARGET-FILE, copybook TARGETS): alta,
000180*              modificacion, consulta y baja por mes, sucursal y
000190*              cajero, y listado de los objetivos de un mes, como
000200*              Ejercicio1Promant para el calendario de
000210*              promociones. Con el cajero en blanco el objetivo es
000220*              el de la sucursal; con cajero, el objetivo
000230*              opcional de ese cajero (que debe figurar en
000240*              CASHIER-MASTER). Los meses ya cerrados no se tocan:
000250*              el reporte de cumplimiento los sigue necesitando
000260*              tal como estaban. Cada cambio queda en
000270*              TARGET-AUDIT-LOG con usuario, fecha/hora y el monto
000280*              antes y despues.
000290******************************************************************
000300*HISTORIAL DE MODIFICACIONES
000310*FECHA       INIC.  DESCRIPCION
000320*----------  -----  -------------------------------------------
000330*2026-10-15  RF     Version original.
000331*2026-10-15  RF     La baja informa el error si el DELETE no
000332*                   encuentra el objetivo, y no graba auditoria.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. Ejercicio1Objmant.
000370 AUTHOR. R. FEDIUK.
000380 INSTALLATION. CASA CENTRAL.
000390 DATE-WRITTEN. 2026-10-15.
000400 DATE-COMPILED.
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT TARGET-FILE ASSIGN TO "TARGETS"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS OB-CLAVE
000490         FILE STATUS IS OM-MAST-STATUS.
000500     SELECT CASHIER-MASTER ASSIGN TO "CAJMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS MC-CAJERO
000540         FILE STATUS IS OM-CAJM-STATUS.
000550     SELECT TARGET-AUDIT-LOG ASSIGN TO "OBJAUD"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS OM-AUD-STATUS.
000580******************************************************************
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  TARGET-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY TARGETS.
000640
000650 FD  CASHIER-MASTER
000660     LABEL RECORDS ARE STANDARD.
000670     COPY CAJMAST.
000680
000690 FD  TARGET-AUDIT-LOG
000700     LABEL RECORDS ARE STANDARD.
000710 01  OA-AUDIT-RECORD.
000720     05  OA-USUARIO              PIC X(08).
000730     05  OA-FECHA                PIC 9(08).
000740     05  OA-HORA                 PIC 9(08).
000750     05  OA-OPERACION            PIC X(10).
000760     05  OA-MES                  PIC 9(06).
000770     05  OA-SUCURSAL             PIC X(03).
000780     05  OA-CAJERO               PIC X(05).
000790     05  OA-MONTO-ANTES          PIC 9(10)V9(02).
000800     05  OA-MONTO-DESPUES        PIC 9(10)V9(02).
000810     05  FILLER                  PIC X(08).
000820
000830 WORKING-STORAGE SECTION.
000840 01  OM-SWITCHES.
000850     05  OM-SW-FIN               PIC X(01) VALUE "N".
000860         88  OM-FIN                     VALUE "S".
000870     05  OM-SW-EXISTE            PIC X(01) VALUE "N".
000880         88  OM-OBJETIVO-EXISTE         VALUE "S".
000890     05  OM-SW-DATO-OK           PIC X(01) VALUE "N".
000900         88  OM-DATO-VALIDO             VALUE "S".
000910     05  OM-SW-CAJMAST-ABIERTO   PIC X(01) VALUE "N".
000920         88  OM-CAJMAST-ABIERTO         VALUE "S".
000930     05  OM-SW-FIN-LISTADO       PIC X(01) VALUE "N".
000940         88  OM-FIN-LISTADO             VALUE "S".
000950
000960 01  OM-MAST-STATUS              PIC X(02).
000970     88  OM-MAST-STATUS-OK             VALUE "00".
000980     88  OM-MAST-NO-EXISTE             VALUE "23" "35".
000990
001000 01  OM-CAJM-STATUS              PIC X(02).
001010     88  OM-CAJM-STATUS-OK             VALUE "00".
001020
001030 01  OM-AUD-STATUS               PIC X(02).
001040     88  OM-AUD-STATUS-OK              VALUE "00".
001050
001060 01  OM-USUARIO                  PIC X(08).
001070 01  OM-OPCION                   PIC 9(01).
001080 01  OM-FECHA-HOY                PIC 9(08) VALUE ZERO.
001090 01  OM-MES-HOY                  PIC 9(06) VALUE ZERO.
001100 01  OM-CONFIRMA-ENTRADA         PIC X(01).
001110
001120 01  OM-ENTRADA                  PIC X(10).
001130 01  OM-ENTRADA-JUSTIF           PIC X(10).
001140 01  OM-ENTRADA-NUM REDEFINES OM-ENTRADA-JUSTIF
001150                                 PIC 9(10).
001160 01  OM-ENTRADA-AUX              PIC X(10).
001170
001180 01  OM-MES-ENTRADA              PIC 9(06) VALUE ZERO.
001190 01  OM-MES-PARTES REDEFINES OM-MES-ENTRADA.
001200     05  OM-ME-ANIO              PIC 9(04).
001210     05  OM-ME-MES               PIC 9(02).
001220
001230 01  OM-CLAVE-BUSCADA.
001240     05  OM-BUS-MES              PIC 9(06) VALUE ZERO.
001250     05  OM-BUS-SUCURSAL         PIC X(03) VALUE SPACES.
001260     05  OM-BUS-CAJERO           PIC X(05) VALUE SPACES.
001270
001280 01  OM-MONTO-NUEVO              PIC 9(10)V9(02) VALUE ZERO.
001290 01  OM-MONTO-ANTERIOR           PIC 9(10)V9(02) VALUE ZERO.
001300 01  OM-MONTO-EDITADO            PIC Z,ZZZ,ZZZ,ZZ9.99.
001310 01  OM-CANT-LISTADOS            PIC 9(04) VALUE ZERO.
001320 01  OM-OPERACION                PIC X(10) VALUE SPACES.
001330******************************************************************
001340 PROCEDURE DIVISION.
001350
001360 0000-MAINLINE.
001370     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001380     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
001390         UNTIL OM-FIN.
001400     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001410     STOP RUN.
001420
001430******************************************************************
001440*INICIALIZAR: identifica al usuario y abre (o crea) el archivo de
001450*objetivos y su log de auditoria. Sin log no hay mantenimiento:
001460*un objetivo cambiado sin rastro de quien lo cambio no sirve para
001470*evaluar a nadie. El maestro de cajeros es opcional: sin el no se
001480*controla el codigo de cajero.
001490******************************************************************
001500 1000-INICIALIZAR.
001510     ACCEPT OM-FECHA-HOY FROM DATE YYYYMMDD.
001520     DIVIDE OM-FECHA-HOY BY 100 GIVING OM-MES-HOY.
001530     DISPLAY "Ingrese su identificacion de usuario".
001540     ACCEPT OM-USUARIO.
001550     OPEN I-O TARGET-FILE.
001560     IF OM-MAST-NO-EXISTE
001570         OPEN OUTPUT TARGET-FILE
001580         CLOSE TARGET-FILE
001590         OPEN I-O TARGET-FILE
001600     END-IF.
001610     IF NOT OM-MAST-STATUS-OK
001620         DISPLAY "No se pudo abrir TARGET-FILE, status "
001630             OM-MAST-STATUS
001640         SET OM-FIN TO TRUE
001650         MOVE 12 TO RETURN-CODE
001660         GO TO 1000-EXIT
001670     END-IF.
001680     OPEN EXTEND TARGET-AUDIT-LOG.
001690     IF NOT OM-AUD-STATUS-OK
001700         OPEN OUTPUT TARGET-AUDIT-LOG
001710     END-IF.
001720     IF NOT OM-AUD-STATUS-OK
001730         DISPLAY "No se pudo abrir TARGET-AUDIT-LOG, status "
001740             OM-AUD-STATUS " - mantenimiento cancelado"
001750         SET OM-FIN TO TRUE
001760         MOVE 12 TO RETURN-CODE
001770         CLOSE TARGET-FILE
001780         GO TO 1000-EXIT
001790     END-IF.
001800     OPEN INPUT CASHIER-MASTER.
001810     IF OM-CAJM-STATUS-OK
001820         SET OM-CAJMAST-ABIERTO TO TRUE
001830     ELSE
001840         DISPLAY "Sin maestro de cajeros (status "
001850             OM-CAJM-STATUS "), no se controlan los cajeros"
001860     END-IF.
001870 1000-EXIT.
001880     EXIT.
001890
001900******************************************************************
001910*PROCESAR-MENU: atiende una opcion del operador.
001920******************************************************************
001930 2000-PROCESAR-MENU.
001940     DISPLAY " ".
001950     DISPLAY "1=Alta 2=Modificacion 3=Consulta 4=Baja "
001960         "5=Listado del mes 9=Fin".
001970     ACCEPT OM-OPCION.
001980     EVALUATE OM-OPCION
001990         WHEN 1
002000             PERFORM 3000-ALTA THRU 3000-EXIT
002010         WHEN 2
002020             PERFORM 4000-MODIFICACION THRU 4000-EXIT
002030         WHEN 3
002040             PERFORM 5000-CONSULTA THRU 5000-EXIT
002050         WHEN 4
002060             PERFORM 6000-BAJA THRU 6000-EXIT
002070         WHEN 5
002080             PERFORM 7000-LISTADO THRU 7000-EXIT
002090         WHEN 9
002100             SET OM-FIN TO TRUE
002110         WHEN OTHER
002120             DISPLAY "Opcion invalida"
002130     END-EVALUATE.
002140 2000-EXIT.
002150     EXIT.
002160
002170******************************************************************
002180*PEDIR-MES: pide un mes AAAAMM y controla que el mes este en
002190*rango.
002200******************************************************************
002210 2400-PEDIR-MES.
002220     DISPLAY "Mes del objetivo (AAAAMM)".
002230     PERFORM 5500-PEDIR-NUMERO THRU 5500-EXIT.
002240     IF NOT OM-DATO-VALIDO
002250         GO TO 2400-EXIT
002260     END-IF.
002270     IF OM-ENTRADA-NUM > 999999
002280         DISPLAY "Mes invalido"
002290         MOVE "N" TO OM-SW-DATO-OK
002300         GO TO 2400-EXIT
002310     END-IF.
002320     MOVE OM-ENTRADA-NUM TO OM-MES-ENTRADA.
002330     IF OM-ME-MES < 1 OR OM-ME-MES > 12 OR OM-ME-ANIO < 2000
002340         DISPLAY "Mes invalido"
002350         MOVE "N" TO OM-SW-DATO-OK
002360     END-IF.
002370 2400-EXIT.
002380     EXIT.
002390
002400******************************************************************
002410*BUSCAR-OBJETIVO: pide mes, sucursal y cajero (en blanco para el
002420*objetivo de la sucursal) y lee el archivo de objetivos.
002430******************************************************************
002440 2500-BUSCAR-OBJETIVO.
002450     MOVE "N" TO OM-SW-EXISTE.
002460     PERFORM 2400-PEDIR-MES THRU 2400-EXIT.
002470     IF NOT OM-DATO-VALIDO
002480         GO TO 2500-EXIT
002490     END-IF.
002500     MOVE OM-MES-ENTRADA TO OM-BUS-MES.
002510     DISPLAY "Sucursal".
002520     MOVE SPACES TO OM-BUS-SUCURSAL.
002530     ACCEPT OM-BUS-SUCURSAL.
002540     IF OM-BUS-SUCURSAL = SPACES
002550         DISPLAY "Sucursal vacia"
002560         MOVE "N" TO OM-SW-DATO-OK
002570         GO TO 2500-EXIT
002580     END-IF.
002590     DISPLAY "Cajero (vacio = objetivo de la sucursal)".
002600     MOVE SPACES TO OM-BUS-CAJERO.
002610     ACCEPT OM-BUS-CAJERO.
002620     MOVE OM-CLAVE-BUSCADA TO OB-CLAVE.
002630     READ TARGET-FILE
002640         INVALID KEY
002650             CONTINUE
002660         NOT INVALID KEY
002670             SET OM-OBJETIVO-EXISTE TO TRUE
002680     END-READ.
002690 2500-EXIT.
002700     EXIT.
002710
002720******************************************************************
002730*CONTROLAR-MES-ABIERTO: alta, modificacion y baja solo sobre el
002740*mes en curso o meses futuros.
002750******************************************************************
002760 2600-CONTROLAR-MES-ABIERTO.
002770     IF OM-BUS-MES < OM-MES-HOY
002780         DISPLAY "El mes " OM-BUS-MES " ya cerro y sus objetivos "
002790             "no se modifican"
002800         MOVE "N" TO OM-SW-DATO-OK
002810     END-IF.
002820 2600-EXIT.
002830     EXIT.
002840
002850******************************************************************
002860*ALTA: carga un objetivo nuevo. El objetivo de un cajero exige
002870*que el cajero figure en el maestro, si el maestro esta.
002880******************************************************************
002890 3000-ALTA.
002900     PERFORM 2500-BUSCAR-OBJETIVO THRU 2500-EXIT.
002910     IF NOT OM-DATO-VALIDO
002920         GO TO 3000-EXIT
002930     END-IF.
002940     IF OM-OBJETIVO-EXISTE
002950         MOVE OB-MONTO TO OM-MONTO-EDITADO
002960         DISPLAY "El objetivo ya existe: " OM-MONTO-EDITADO
002970         GO TO 3000-EXIT
002980     END-IF.
002990     PERFORM 2600-CONTROLAR-MES-ABIERTO THRU 2600-EXIT.
003000     IF NOT OM-DATO-VALIDO
003010         GO TO 3000-EXIT
003020     END-IF.
003030     IF OM-BUS-CAJERO NOT = SPACES AND OM-CAJMAST-ABIERTO
003040         MOVE OM-BUS-CAJERO TO MC-CAJERO
003050         READ CASHIER-MASTER
003060             INVALID KEY
003070                 DISPLAY "Cajero inexistente: " OM-BUS-CAJERO
003080                 GO TO 3000-EXIT
003090         END-READ
003100         IF MC-SUCURSAL NOT = OM-BUS-SUCURSAL
003110             DISPLAY "Aviso: el cajero figura en la sucursal "
003120                 MC-SUCURSAL
003130         END-IF
003140     END-IF.
003150     PERFORM 3100-PEDIR-MONTO THRU 3100-EXIT.
003160     IF NOT OM-DATO-VALIDO
003170         GO TO 3000-EXIT
003180     END-IF.
003190     MOVE SPACES TO OB-OBJETIVO-RECORD.
003200     MOVE OM-CLAVE-BUSCADA TO OB-CLAVE.
003210     MOVE OM-MONTO-NUEVO TO OB-MONTO.
003220     MOVE OM-FECHA-HOY TO OB-FECHA-ALTA.
003230     MOVE OM-USUARIO TO OB-USUARIO.
003240     MOVE ZERO TO OM-MONTO-ANTERIOR.
003250     WRITE OB-OBJETIVO-RECORD
003260         INVALID KEY
003270             DISPLAY "No se pudo grabar el alta, status "
003280                 OM-MAST-STATUS
003290         NOT INVALID KEY
003300             MOVE "ALTA" TO OM-OPERACION
003310             PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT
003320             DISPLAY "Objetivo dado de alta"
003330     END-WRITE.
003340 3000-EXIT.
003350     EXIT.
003360
003370******************************************************************
003380*PEDIR-MONTO: pide el objetivo del mes en pesos enteros.
003390******************************************************************
003400 3100-PEDIR-MONTO.
003410     DISPLAY "Objetivo de venta del mes (pesos, sin decimales)".
003420     PERFORM 5500-PEDIR-NUMERO THRU 5500-EXIT.
003430     IF NOT OM-DATO-VALIDO
003440         GO TO 3100-EXIT
003450     END-IF.
003460     IF OM-ENTRADA-NUM = ZERO
003470         DISPLAY "El objetivo debe ser mayor que cero"
003480         MOVE "N" TO OM-SW-DATO-OK
003490         GO TO 3100-EXIT
003500     END-IF.
003510     MOVE OM-ENTRADA-NUM TO OM-MONTO-NUEVO.
003520 3100-EXIT.
003530     EXIT.
003540
003550******************************************************************
003560*MODIFICACION: cambia el monto de un objetivo del mes en curso o
003570*de un mes futuro.
003580******************************************************************
003590 4000-MODIFICACION.
003600     PERFORM 2500-BUSCAR-OBJETIVO THRU 2500-EXIT.
003610     IF NOT OM-DATO-VALIDO
003620         GO TO 4000-EXIT
003630     END-IF.
003640     IF NOT OM-OBJETIVO-EXISTE
003650         DISPLAY "Objetivo inexistente"
003660         GO TO 4000-EXIT
003670     END-IF.
003680     PERFORM 2600-CONTROLAR-MES-ABIERTO THRU 2600-EXIT.
003690     IF NOT OM-DATO-VALIDO
003700         GO TO 4000-EXIT
003710     END-IF.
003720     MOVE OB-MONTO TO OM-MONTO-ANTERIOR.
003730     MOVE OB-MONTO TO OM-MONTO-EDITADO.
003740     DISPLAY "Objetivo actual: " OM-MONTO-EDITADO.
003750     PERFORM 3100-PEDIR-MONTO THRU 3100-EXIT.
003760     IF NOT OM-DATO-VALIDO
003770         GO TO 4000-EXIT
003780     END-IF.
003790     MOVE OM-MONTO-NUEVO TO OB-MONTO.
003800     MOVE OM-USUARIO TO OB-USUARIO.
003810     REWRITE OB-OBJETIVO-RECORD.
003820     MOVE "CAMBIO" TO OM-OPERACION.
003830     PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT.
003840     DISPLAY "Objetivo modificado".
003850 4000-EXIT.
003860     EXIT.
003870
003880******************************************************************
003890*CONSULTA: muestra el objetivo.
003900******************************************************************
003910 5000-CONSULTA.
003920     PERFORM 2500-BUSCAR-OBJETIVO THRU 2500-EXIT.
003930     IF NOT OM-DATO-VALIDO
003940         GO TO 5000-EXIT
003950     END-IF.
003960     IF NOT OM-OBJETIVO-EXISTE
003970         DISPLAY "Objetivo inexistente"
003980         GO TO 5000-EXIT
003990     END-IF.
004000     PERFORM 5100-MOSTRAR-OBJETIVO THRU 5100-EXIT.
004010 5000-EXIT.
004020     EXIT.
004030
004040 5100-MOSTRAR-OBJETIVO.
004050     MOVE OB-MONTO TO OM-MONTO-EDITADO.
004060     DISPLAY "Mes " OB-MES " sucursal " OB-SUCURSAL
004070         " cajero " OB-CAJERO " objetivo " OM-MONTO-EDITADO
004080         " alta " OB-FECHA-ALTA " usuario " OB-USUARIO.
004090 5100-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130*PEDIR-NUMERO: pide un valor numerico, acomodandolo a la
004140*derecha con ceros a la izquierda antes de probar IS NUMERIC,
004150*como los demas ingresos numericos por pantalla del sistema.
004160******************************************************************
004170 5500-PEDIR-NUMERO.
004180     MOVE "N" TO OM-SW-DATO-OK.
004190     MOVE SPACES TO OM-ENTRADA.
004200     ACCEPT OM-ENTRADA.
004210     IF OM-ENTRADA = SPACES
004220         DISPLAY "Valor vacio"
004230         GO TO 5500-EXIT
004240     END-IF.
004250     MOVE OM-ENTRADA TO OM-ENTRADA-JUSTIF.
004260     PERFORM 5600-ALINEAR-DERECHA THRU 5600-EXIT
004270         UNTIL OM-ENTRADA-JUSTIF(10:1) NOT = SPACE.
004280     INSPECT OM-ENTRADA-JUSTIF REPLACING LEADING SPACES
004290         BY ZEROS.
004300     IF OM-ENTRADA-JUSTIF IS NUMERIC
004310         SET OM-DATO-VALIDO TO TRUE
004320     ELSE
004330         DISPLAY "Valor no numerico"
004340     END-IF.
004350 5500-EXIT.
004360     EXIT.
004370
004380 5600-ALINEAR-DERECHA.
004390     MOVE OM-ENTRADA-JUSTIF TO OM-ENTRADA-AUX.
004400     MOVE OM-ENTRADA-AUX(1:9) TO OM-ENTRADA-JUSTIF(2:9).
004410     MOVE SPACE TO OM-ENTRADA-JUSTIF(1:1).
004420 5600-EXIT.
004430     EXIT.
004440
004450******************************************************************
004460*BAJA: borra el objetivo de un mes en curso o futuro; el log
004470*conserva el monto que tenia.
004480******************************************************************
004490 6000-BAJA.
004500     PERFORM 2500-BUSCAR-OBJETIVO THRU 2500-EXIT.
004510     IF NOT OM-DATO-VALIDO
004520         GO TO 6000-EXIT
004530     END-IF.
004540     IF NOT OM-OBJETIVO-EXISTE
004550         DISPLAY "Objetivo inexistente"
004560         GO TO 6000-EXIT
004570     END-IF.
004580     PERFORM 2600-CONTROLAR-MES-ABIERTO THRU 2600-EXIT.
004590     IF NOT OM-DATO-VALIDO
004600         GO TO 6000-EXIT
004610     END-IF.
004620     PERFORM 5100-MOSTRAR-OBJETIVO THRU 5100-EXIT.
004630     DISPLAY "Confirma la baja del objetivo? (S/N)".
004640     ACCEPT OM-CONFIRMA-ENTRADA.
004650     IF OM-CONFIRMA-ENTRADA NOT = "S"
004660             AND OM-CONFIRMA-ENTRADA NOT = "s"
004670         DISPLAY "Baja cancelada por el operador"
004680         GO TO 6000-EXIT
004690     END-IF.
004700     MOVE OB-MONTO TO OM-MONTO-ANTERIOR.
004710     DELETE TARGET-FILE
004711         INVALID KEY
004712             DISPLAY "No se pudo borrar el objetivo, status "
004713                 OM-MAST-STATUS
004714             GO TO 6000-EXIT
004715     END-DELETE.
004720     MOVE ZERO TO OB-MONTO.
004730     MOVE "BAJA" TO OM-OPERACION.
004740     PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT.
004750     DISPLAY "Objetivo dado de baja".
004760 6000-EXIT.
004770     EXIT.
004780
004790******************************************************************
004800*LISTADO: muestra todos los objetivos de un mes, por sucursal y
004810*cajero.
004820******************************************************************
004830 7000-LISTADO.
004840     PERFORM 2400-PEDIR-MES THRU 2400-EXIT.
004850     IF NOT OM-DATO-VALIDO
004860         GO TO 7000-EXIT
004870     END-IF.
004880     MOVE ZERO TO OM-CANT-LISTADOS.
004890     MOVE "N" TO OM-SW-FIN-LISTADO.
004900     MOVE LOW-VALUES TO OB-CLAVE.
004910     MOVE OM-MES-ENTRADA TO OB-MES.
004920     START TARGET-FILE
004930         KEY IS NOT LESS THAN OB-CLAVE
004940         INVALID KEY SET OM-FIN-LISTADO TO TRUE
004950     END-START.
004960     PERFORM 7100-LISTAR-OBJETIVO THRU 7100-EXIT
004970         UNTIL OM-FIN-LISTADO.
004980     DISPLAY "Objetivos del mes: " OM-CANT-LISTADOS.
004990 7000-EXIT.
005000     EXIT.
005010
005020 7100-LISTAR-OBJETIVO.
005030     READ TARGET-FILE NEXT RECORD
005040         AT END
005050             SET OM-FIN-LISTADO TO TRUE
005060     END-READ.
005070     IF OM-FIN-LISTADO
005080         GO TO 7100-EXIT
005090     END-IF.
005100     IF OB-MES NOT = OM-MES-ENTRADA
005110         SET OM-FIN-LISTADO TO TRUE
005120         GO TO 7100-EXIT
005130     END-IF.
005140     ADD 1 TO OM-CANT-LISTADOS.
005150     PERFORM 5100-MOSTRAR-OBJETIVO THRU 5100-EXIT.
005160 7100-EXIT.
005170     EXIT.
005180
005190******************************************************************
005200*GRABAR-AUDITORIA: deja el cambio en el log con el monto antes y
005210*despues.
005220******************************************************************
005230 8000-GRABAR-AUDITORIA.
005240     MOVE SPACES TO OA-AUDIT-RECORD.
005250     MOVE OM-USUARIO         TO OA-USUARIO.
005260     MOVE OM-FECHA-HOY       TO OA-FECHA.
005270     ACCEPT OA-HORA FROM TIME.
005280     MOVE OM-OPERACION       TO OA-OPERACION.
005290     MOVE OB-MES             TO OA-MES.
005300     MOVE OB-SUCURSAL        TO OA-SUCURSAL.
005310     MOVE OB-CAJERO          TO OA-CAJERO.
005320     MOVE OM-MONTO-ANTERIOR  TO OA-MONTO-ANTES.
005330     MOVE OB-MONTO           TO OA-MONTO-DESPUES.
005340     WRITE OA-AUDIT-RECORD.
005350 8000-EXIT.
005360     EXIT.
005370
005380******************************************************************
005390*FINALIZAR: cierra los archivos del mantenimiento.
005400******************************************************************
005410 9000-FINALIZAR.
005420     IF RETURN-CODE NOT = 12
005430         CLOSE TARGET-FILE
005440         CLOSE TARGET-AUDIT-LOG
005450     END-IF.
005460     IF OM-CAJMAST-ABIERTO
005470         CLOSE CASHIER-MASTER
005480     END-IF.
005490     DISPLAY "Fin del mantenimiento de objetivos".
005500 9000-EXIT.
005510     EXIT.
005520
005530 END PROGRAM Ejercicio1Objmant.
