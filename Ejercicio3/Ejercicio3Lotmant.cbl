000100******************************************************************
000110*PROGRAMA    : Ejercicio3Lotmant
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Mantenimiento del maestro de lotes (LOT-MASTER,
000170*              copybook LOTMAST): alta, modificacion, consulta,
000180*              baja y listado, como los demas mantenimientos de
000190*              maestros del sistema. Cada lote lleva el
000200*              proveedor, la linea de produccion y la fecha de
000210*              recepcion, con los que el tablero mensual de
000220*              calidad agrupa el historial de clasificacion.
000230*              Cada cambio queda en LOT-AUDIT-LOG con usuario,
000240*              fecha/hora y los valores antes y despues.
000250******************************************************************
000260*HISTORIAL DE MODIFICACIONES
000270*FECHA       INIC.  DESCRIPCION
000280*----------  -----  -------------------------------------------
000290*2026-10-15  RF     Version original.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. Ejercicio3Lotmant.
000330 AUTHOR. R. FEDIUK.
000340 INSTALLATION. CASA CENTRAL.
000350 DATE-WRITTEN. 2026-10-15.
000360 DATE-COMPILED.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT LOT-MASTER ASSIGN TO "LOTMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS LT-LOTE
000450         FILE STATUS IS LM-MAST-STATUS.
000460     SELECT LOT-AUDIT-LOG ASSIGN TO "LOTAUD"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS LM-AUD-STATUS.
000490******************************************************************
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  LOT-MASTER
000530     LABEL RECORDS ARE STANDARD.
000540     COPY LOTMAST.
000550
000560 FD  LOT-AUDIT-LOG
000570     LABEL RECORDS ARE STANDARD.
000580 01  LA-AUDIT-RECORD.
000590     05  LA-USUARIO              PIC X(08).
000600     05  LA-FECHA                PIC 9(08).
000610     05  LA-HORA                 PIC 9(08).
000620     05  LA-OPERACION            PIC X(10).
000630     05  LA-LOTE                 PIC X(06).
000640     05  LA-ANTES.
000650         10  LA-ANT-PROVEEDOR    PIC X(06).
000660         10  LA-ANT-NOMBRE       PIC X(30).
000670         10  LA-ANT-LINEA        PIC X(04).
000680         10  LA-ANT-RECEPCION    PIC 9(08).
000690     05  LA-DESPUES.
000700         10  LA-DES-PROVEEDOR    PIC X(06).
000710         10  LA-DES-NOMBRE       PIC X(30).
000720         10  LA-DES-LINEA        PIC X(04).
000730         10  LA-DES-RECEPCION    PIC 9(08).
000740     05  FILLER                  PIC X(08).
000750
000760 WORKING-STORAGE SECTION.
000770 01  LM-SWITCHES.
000780     05  LM-SW-FIN               PIC X(01) VALUE "N".
000790         88  LM-FIN                     VALUE "S".
000800     05  LM-SW-EXISTE            PIC X(01) VALUE "N".
000810         88  LM-LOTE-EXISTE             VALUE "S".
000820     05  LM-SW-DATO-OK           PIC X(01) VALUE "N".
000830         88  LM-DATO-VALIDO             VALUE "S".
000840     05  LM-SW-FIN-LISTADO       PIC X(01) VALUE "N".
000850         88  LM-FIN-LISTADO             VALUE "S".
000860
000870 01  LM-MAST-STATUS              PIC X(02).
000880     88  LM-MAST-STATUS-OK             VALUE "00".
000890     88  LM-MAST-NO-EXISTE             VALUE "23" "35".
000900
000910 01  LM-AUD-STATUS               PIC X(02).
000920     88  LM-AUD-STATUS-OK              VALUE "00".
000930
000940 01  LM-USUARIO                  PIC X(08).
000950 01  LM-OPCION                   PIC 9(01).
000960 01  LM-FECHA-HOY                PIC 9(08) VALUE ZERO.
000970 01  LM-CONFIRMA-ENTRADA         PIC X(01).
000980 01  LM-LOTE-BUSCADO             PIC X(06) VALUE SPACES.
000990 01  LM-ENTRADA                  PIC X(10).
001000 01  LM-CANT-LISTADOS            PIC 9(04) VALUE ZERO.
001010 01  LM-OPERACION                PIC X(10) VALUE SPACES.
001020
001030 01  LM-FECHA-ENTRADA            PIC 9(08) VALUE ZERO.
001040 01  LM-FECHA-ENTRADA-R REDEFINES LM-FECHA-ENTRADA.
001050     05  LM-ENTRADA-AAAA         PIC 9(04).
001060     05  LM-ENTRADA-MM           PIC 9(02).
001070     05  LM-ENTRADA-DD           PIC 9(02).
001080
001090 01  LM-FECHA-EDITADA            PIC 9999/99/99.
001100
001110******************************************************************
001120*VALORES NUEVOS: arrancan con los del lote (en el alta, en
001130*blanco y con la fecha del dia); lo que se deja en blanco no
001140*cambia. Se graban solo si pasan todos los controles.
001150******************************************************************
001160 01  LM-VALORES-NUEVOS.
001170     05  LM-NUE-PROVEEDOR        PIC X(06) VALUE SPACES.
001180     05  LM-NUE-NOMBRE           PIC X(30) VALUE SPACES.
001190     05  LM-NUE-LINEA            PIC X(04) VALUE SPACES.
001200     05  LM-NUE-RECEPCION        PIC 9(08) VALUE ZERO.
001210
001220 01  LM-VALORES-ANTES.
001230     05  LM-ANT-PROVEEDOR        PIC X(06) VALUE SPACES.
001240     05  LM-ANT-NOMBRE           PIC X(30) VALUE SPACES.
001250     05  LM-ANT-LINEA            PIC X(04) VALUE SPACES.
001260     05  LM-ANT-RECEPCION        PIC 9(08) VALUE ZERO.
001270
001280 01  LM-PROVEEDOR-ENTRADA        PIC X(06) VALUE SPACES.
001290 01  LM-NOMBRE-ENTRADA           PIC X(30) VALUE SPACES.
001300 01  LM-LINEA-ENTRADA            PIC X(04) VALUE SPACES.
001310******************************************************************
001320 PROCEDURE DIVISION.
001330
001340 0000-MAINLINE.
001350     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001360     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
001370         UNTIL LM-FIN.
001380     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001390     STOP RUN.
001400
001410******************************************************************
001420*INICIALIZAR: identifica al usuario y abre (o crea) el maestro
001430*de lotes y su log de auditoria. Sin log no hay mantenimiento:
001440*un lote pasado de proveedor sin rastro cambia el tablero de
001450*calidad de dos proveedores.
001460******************************************************************
001470 1000-INICIALIZAR.
001480     ACCEPT LM-FECHA-HOY FROM DATE YYYYMMDD.
001490     DISPLAY "Ingrese su identificacion de usuario".
001500     ACCEPT LM-USUARIO.
001510     OPEN I-O LOT-MASTER.
001520     IF LM-MAST-NO-EXISTE
001530         OPEN OUTPUT LOT-MASTER
001540         CLOSE LOT-MASTER
001550         OPEN I-O LOT-MASTER
001560     END-IF.
001570     IF NOT LM-MAST-STATUS-OK
001580         DISPLAY "No se pudo abrir LOT-MASTER, status "
001590             LM-MAST-STATUS
001600         SET LM-FIN TO TRUE
001610         MOVE 12 TO RETURN-CODE
001620         GO TO 1000-EXIT
001630     END-IF.
001640     OPEN EXTEND LOT-AUDIT-LOG.
001650     IF NOT LM-AUD-STATUS-OK
001660         OPEN OUTPUT LOT-AUDIT-LOG
001670     END-IF.
001680     IF NOT LM-AUD-STATUS-OK
001690         DISPLAY "No se pudo abrir LOT-AUDIT-LOG, status "
001700             LM-AUD-STATUS " - mantenimiento cancelado"
001710         SET LM-FIN TO TRUE
001720         MOVE 12 TO RETURN-CODE
001730         CLOSE LOT-MASTER
001740     END-IF.
001750 1000-EXIT.
001760     EXIT.
001770
001780******************************************************************
001790*PROCESAR-MENU: atiende una opcion del operador.
001800******************************************************************
001810 2000-PROCESAR-MENU.
001820     DISPLAY " ".
001830     DISPLAY "1=Alta 2=Modificacion 3=Consulta 4=Baja "
001840         "5=Listado 9=Fin".
001850     ACCEPT LM-OPCION.
001860     EVALUATE LM-OPCION
001870         WHEN 1
001880             PERFORM 3000-ALTA THRU 3000-EXIT
001890         WHEN 2
001900             PERFORM 4000-MODIFICACION THRU 4000-EXIT
001910         WHEN 3
001920             PERFORM 5000-CONSULTA THRU 5000-EXIT
001930         WHEN 4
001940             PERFORM 6000-BAJA THRU 6000-EXIT
001950         WHEN 5
001960             PERFORM 7000-LISTADO THRU 7000-EXIT
001970         WHEN 9
001980             SET LM-FIN TO TRUE
001990         WHEN OTHER
002000             DISPLAY "Opcion invalida"
002010     END-EVALUATE.
002020 2000-EXIT.
002030     EXIT.
002040
002050******************************************************************
002060*BUSCAR-LOTE: pide el lote y lee el maestro.
002070******************************************************************
002080 2500-BUSCAR-LOTE.
002090     MOVE "N" TO LM-SW-EXISTE.
002100     MOVE "N" TO LM-SW-DATO-OK.
002110     DISPLAY "Lote".
002120     MOVE SPACES TO LM-LOTE-BUSCADO.
002130     ACCEPT LM-LOTE-BUSCADO.
002140     IF LM-LOTE-BUSCADO = SPACES
002150         DISPLAY "Lote vacio"
002160         GO TO 2500-EXIT
002170     END-IF.
002180     SET LM-DATO-VALIDO TO TRUE.
002190     MOVE LM-LOTE-BUSCADO TO LT-LOTE.
002200     READ LOT-MASTER
002210         INVALID KEY
002220             CONTINUE
002230         NOT INVALID KEY
002240             SET LM-LOTE-EXISTE TO TRUE
002250     END-READ.
002260 2500-EXIT.
002270     EXIT.
002280
002290******************************************************************
002300*ALTA: carga un lote nuevo; la fecha de recepcion en blanco es
002310*la del dia.
002320******************************************************************
002330 3000-ALTA.
002340     PERFORM 2500-BUSCAR-LOTE THRU 2500-EXIT.
002350     IF NOT LM-DATO-VALIDO
002360         GO TO 3000-EXIT
002370     END-IF.
002380     IF LM-LOTE-EXISTE
002390         DISPLAY "El lote ya existe"
002400         PERFORM 5100-MOSTRAR-LOTE THRU 5100-EXIT
002410         GO TO 3000-EXIT
002420     END-IF.
002430     INITIALIZE LM-VALORES-NUEVOS.
002440     MOVE LM-FECHA-HOY TO LM-NUE-RECEPCION.
002450     PERFORM 3100-PEDIR-VALORES THRU 3100-EXIT.
002460     IF NOT LM-DATO-VALIDO
002470         GO TO 3000-EXIT
002480     END-IF.
002490     MOVE SPACES TO LT-LOTE-RECORD.
002500     MOVE LM-LOTE-BUSCADO TO LT-LOTE.
002510     PERFORM 3300-PASAR-VALORES THRU 3300-EXIT.
002520     MOVE LM-FECHA-HOY TO LT-FECHA-ALTA.
002530     INITIALIZE LM-VALORES-ANTES.
002540     WRITE LT-LOTE-RECORD
002550         INVALID KEY
002560             DISPLAY "No se pudo grabar el alta, status "
002570                 LM-MAST-STATUS
002580         NOT INVALID KEY
002590             MOVE "ALTA" TO LM-OPERACION
002600             PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT
002610             DISPLAY "Lote dado de alta"
002620     END-WRITE.
002630 3000-EXIT.
002640     EXIT.
002650
002660******************************************************************
002670*PEDIR-VALORES: proveedor, nombre del proveedor, linea de
002680*produccion y fecha de recepcion; en blanco queda el valor que
002690*se muestra. Proveedor y linea son obligatorios, y la fecha de
002700*recepcion tiene que ser valida y no posterior al dia de hoy.
002710******************************************************************
002720 3100-PEDIR-VALORES.
002730     MOVE "N" TO LM-SW-DATO-OK.
002740     DISPLAY "Proveedor (blanco = " LM-NUE-PROVEEDOR ")".
002750     MOVE SPACES TO LM-PROVEEDOR-ENTRADA.
002760     ACCEPT LM-PROVEEDOR-ENTRADA.
002770     IF LM-PROVEEDOR-ENTRADA NOT = SPACES
002780         MOVE LM-PROVEEDOR-ENTRADA TO LM-NUE-PROVEEDOR
002790     END-IF.
002800     IF LM-NUE-PROVEEDOR = SPACES
002810         DISPLAY "El proveedor es obligatorio"
002820         GO TO 3100-EXIT
002830     END-IF.
002840     DISPLAY "Nombre del proveedor (blanco = "
002850         LM-NUE-NOMBRE ")".
002860     MOVE SPACES TO LM-NOMBRE-ENTRADA.
002870     ACCEPT LM-NOMBRE-ENTRADA.
002880     IF LM-NOMBRE-ENTRADA NOT = SPACES
002890         MOVE LM-NOMBRE-ENTRADA TO LM-NUE-NOMBRE
002900     END-IF.
002910     DISPLAY "Linea de produccion (blanco = " LM-NUE-LINEA ")".
002920     MOVE SPACES TO LM-LINEA-ENTRADA.
002930     ACCEPT LM-LINEA-ENTRADA.
002940     IF LM-LINEA-ENTRADA NOT = SPACES
002950         MOVE LM-LINEA-ENTRADA TO LM-NUE-LINEA
002960     END-IF.
002970     IF LM-NUE-LINEA = SPACES
002980         DISPLAY "La linea de produccion es obligatoria"
002990         GO TO 3100-EXIT
003000     END-IF.
003010     PERFORM 3200-PEDIR-RECEPCION THRU 3200-EXIT.
003020 3100-EXIT.
003030     EXIT.
003040
003050 3200-PEDIR-RECEPCION.
003060     MOVE LM-NUE-RECEPCION TO LM-FECHA-EDITADA.
003070     DISPLAY "Fecha de recepcion AAAAMMDD (blanco = "
003080         LM-FECHA-EDITADA ")".
003090     MOVE SPACES TO LM-ENTRADA.
003100     ACCEPT LM-ENTRADA.
003110     IF LM-ENTRADA = SPACES
003120         SET LM-DATO-VALIDO TO TRUE
003130         GO TO 3200-EXIT
003140     END-IF.
003150     IF LM-ENTRADA(1:8) IS NOT NUMERIC
003160             OR LM-ENTRADA(9:2) NOT = SPACES
003170         DISPLAY "La fecha va como AAAAMMDD"
003180         GO TO 3200-EXIT
003190     END-IF.
003200     MOVE LM-ENTRADA(1:8) TO LM-FECHA-ENTRADA.
003210     IF LM-ENTRADA-MM < 1 OR LM-ENTRADA-MM > 12
003220             OR LM-ENTRADA-DD < 1 OR LM-ENTRADA-DD > 31
003230         DISPLAY "Fecha invalida"
003240         GO TO 3200-EXIT
003250     END-IF.
003260     IF LM-FECHA-ENTRADA > LM-FECHA-HOY
003270         DISPLAY "La fecha de recepcion no puede ser futura"
003280         GO TO 3200-EXIT
003290     END-IF.
003300     MOVE LM-FECHA-ENTRADA TO LM-NUE-RECEPCION.
003310     SET LM-DATO-VALIDO TO TRUE.
003320 3200-EXIT.
003330     EXIT.
003340
003350 3300-PASAR-VALORES.
003360     MOVE LM-NUE-PROVEEDOR TO LT-PROVEEDOR.
003370     MOVE LM-NUE-NOMBRE TO LT-NOMBRE-PROVEEDOR.
003380     MOVE LM-NUE-LINEA TO LT-LINEA.
003390     MOVE LM-NUE-RECEPCION TO LT-FECHA-RECEPCION.
003400     MOVE LM-FECHA-HOY TO LT-FECHA-MODIF.
003410     MOVE LM-USUARIO TO LT-USUARIO.
003420 3300-EXIT.
003430     EXIT.
003440
003450******************************************************************
003460*MODIFICACION: vuelve a pedir los datos de un lote existente,
003470*conservando lo que se deja en blanco.
003480******************************************************************
003490 4000-MODIFICACION.
003500     PERFORM 2500-BUSCAR-LOTE THRU 2500-EXIT.
003510     IF NOT LM-DATO-VALIDO
003520         GO TO 4000-EXIT
003530     END-IF.
003540     IF NOT LM-LOTE-EXISTE
003550         DISPLAY "Lote inexistente"
003560         GO TO 4000-EXIT
003570     END-IF.
003580     PERFORM 5100-MOSTRAR-LOTE THRU 5100-EXIT.
003590     PERFORM 4100-GUARDAR-ANTES THRU 4100-EXIT.
003600     MOVE LM-VALORES-ANTES TO LM-VALORES-NUEVOS.
003610     PERFORM 3100-PEDIR-VALORES THRU 3100-EXIT.
003620     IF NOT LM-DATO-VALIDO
003630         GO TO 4000-EXIT
003640     END-IF.
003650     PERFORM 3300-PASAR-VALORES THRU 3300-EXIT.
003660     REWRITE LT-LOTE-RECORD.
003670     MOVE "CAMBIO" TO LM-OPERACION.
003680     PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT.
003690     DISPLAY "Lote modificado".
003700 4000-EXIT.
003710     EXIT.
003720
003730 4100-GUARDAR-ANTES.
003740     MOVE LT-PROVEEDOR TO LM-ANT-PROVEEDOR.
003750     MOVE LT-NOMBRE-PROVEEDOR TO LM-ANT-NOMBRE.
003760     MOVE LT-LINEA TO LM-ANT-LINEA.
003770     MOVE LT-FECHA-RECEPCION TO LM-ANT-RECEPCION.
003780 4100-EXIT.
003790     EXIT.
003800
003810******************************************************************
003820*CONSULTA: muestra el lote.
003830******************************************************************
003840 5000-CONSULTA.
003850     PERFORM 2500-BUSCAR-LOTE THRU 2500-EXIT.
003860     IF NOT LM-DATO-VALIDO
003870         GO TO 5000-EXIT
003880     END-IF.
003890     IF NOT LM-LOTE-EXISTE
003900         DISPLAY "Lote inexistente"
003910         GO TO 5000-EXIT
003920     END-IF.
003930     PERFORM 5100-MOSTRAR-LOTE THRU 5100-EXIT.
003940 5000-EXIT.
003950     EXIT.
003960
003970 5100-MOSTRAR-LOTE.
003980     MOVE LT-FECHA-RECEPCION TO LM-FECHA-EDITADA.
003990     DISPLAY "Lote " LT-LOTE " proveedor " LT-PROVEEDOR " "
004000         LT-NOMBRE-PROVEEDOR.
004010     DISPLAY "  Linea " LT-LINEA " recibido " LM-FECHA-EDITADA
004020         " modif. " LT-FECHA-MODIF " usuario " LT-USUARIO.
004030 5100-EXIT.
004040     EXIT.
004050
004060******************************************************************
004070*BAJA: borra un lote cargado por error; el log conserva sus
004080*datos. Las piezas ya medidas del lote pasan a figurar sin
004090*maestro en el tablero de calidad.
004100******************************************************************
004110 6000-BAJA.
004120     PERFORM 2500-BUSCAR-LOTE THRU 2500-EXIT.
004130     IF NOT LM-DATO-VALIDO
004140         GO TO 6000-EXIT
004150     END-IF.
004160     IF NOT LM-LOTE-EXISTE
004170         DISPLAY "Lote inexistente"
004180         GO TO 6000-EXIT
004190     END-IF.
004200     PERFORM 5100-MOSTRAR-LOTE THRU 5100-EXIT.
004210     DISPLAY "Confirma la baja del lote? (S/N)".
004220     ACCEPT LM-CONFIRMA-ENTRADA.
004230     IF LM-CONFIRMA-ENTRADA NOT = "S"
004240             AND LM-CONFIRMA-ENTRADA NOT = "s"
004250         DISPLAY "Operacion cancelada por el operador"
004260         GO TO 6000-EXIT
004270     END-IF.
004280     PERFORM 4100-GUARDAR-ANTES THRU 4100-EXIT.
004290     DELETE LOT-MASTER
004300         INVALID KEY
004310             DISPLAY "No se pudo borrar el lote, status "
004320                 LM-MAST-STATUS
004330             GO TO 6000-EXIT
004340     END-DELETE.
004350     MOVE SPACES TO LT-PROVEEDOR.
004360     MOVE SPACES TO LT-NOMBRE-PROVEEDOR.
004370     MOVE SPACES TO LT-LINEA.
004380     MOVE ZERO TO LT-FECHA-RECEPCION.
004390     MOVE "BAJA" TO LM-OPERACION.
004400     PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT.
004410     DISPLAY "Lote dado de baja".
004420 6000-EXIT.
004430     EXIT.
004440
004450******************************************************************
004460*LISTADO: muestra todos los lotes del maestro.
004470******************************************************************
004480 7000-LISTADO.
004490     MOVE ZERO TO LM-CANT-LISTADOS.
004500     MOVE "N" TO LM-SW-FIN-LISTADO.
004510     MOVE LOW-VALUES TO LT-LOTE.
004520     START LOT-MASTER
004530         KEY IS NOT LESS THAN LT-LOTE
004540         INVALID KEY SET LM-FIN-LISTADO TO TRUE
004550     END-START.
004560     PERFORM 7100-LISTAR-LOTE THRU 7100-EXIT
004570         UNTIL LM-FIN-LISTADO.
004580     DISPLAY "Lotes: " LM-CANT-LISTADOS.
004590 7000-EXIT.
004600     EXIT.
004610
004620 7100-LISTAR-LOTE.
004630     READ LOT-MASTER NEXT RECORD
004640         AT END
004650             SET LM-FIN-LISTADO TO TRUE
004660     END-READ.
004670     IF LM-FIN-LISTADO
004680         GO TO 7100-EXIT
004690     END-IF.
004700     ADD 1 TO LM-CANT-LISTADOS.
004710     PERFORM 5100-MOSTRAR-LOTE THRU 5100-EXIT.
004720 7100-EXIT.
004730     EXIT.
004740
004750******************************************************************
004760*GRABAR-AUDITORIA: deja el cambio en el log con los valores
004770*antes y despues.
004780******************************************************************
004790 8000-GRABAR-AUDITORIA.
004800     MOVE SPACES TO LA-AUDIT-RECORD.
004810     MOVE LM-USUARIO         TO LA-USUARIO.
004820     MOVE LM-FECHA-HOY       TO LA-FECHA.
004830     ACCEPT LA-HORA FROM TIME.
004840     MOVE LM-OPERACION       TO LA-OPERACION.
004850     MOVE LT-LOTE            TO LA-LOTE.
004860     MOVE LM-VALORES-ANTES   TO LA-ANTES.
004870     MOVE LT-PROVEEDOR       TO LA-DES-PROVEEDOR.
004880     MOVE LT-NOMBRE-PROVEEDOR TO LA-DES-NOMBRE.
004890     MOVE LT-LINEA           TO LA-DES-LINEA.
004900     MOVE LT-FECHA-RECEPCION TO LA-DES-RECEPCION.
004910     WRITE LA-AUDIT-RECORD.
004920 8000-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960*FINALIZAR: cierra los archivos del mantenimiento.
004970******************************************************************
004980 9000-FINALIZAR.
004990     IF RETURN-CODE NOT = 12
005000         CLOSE LOT-MASTER
005010         CLOSE LOT-AUDIT-LOG
005020     END-IF.
005030     DISPLAY "Fin del mantenimiento de lotes".
005040 9000-EXIT.
005050     EXIT.
005060
005070 END PROGRAM Ejercicio3Lotmant.
