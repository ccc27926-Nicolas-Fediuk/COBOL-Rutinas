000100******************************************************************
000110*PROGRAMA    : Ejercicio1Supmant
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Mantenimiento del maestro de supervisores
000170*              (SUPERVISOR-MASTER, copybook SUPMAST): alta,
000180*              modificacion, consulta, baja y reactivacion por
000190*              codigo de supervisor, como Ejercicio1Cajmant para
000200*              los cajeros. Cada supervisor tiene su codigo
000210*              personal de autorizacion (unico en el maestro), su
000220*              sucursal y el descuento maximo que puede
000230*              autorizar. Cada cambio queda en SUPERVISOR-AUDIT-
000240*              LOG con usuario, fecha/hora y los valores antes y
000250*              despues; el codigo personal nunca se muestra ni se
000260*              graba en el log, solo la marca de que cambio.
000270******************************************************************
000280*HISTORIAL DE MODIFICACIONES
000290*FECHA       INIC.  DESCRIPCION
000300*----------  -----  -------------------------------------------
000310*2026-10-15  RF     Version original.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. Ejercicio1Supmant.
000350 AUTHOR. R. FEDIUK.
000360 INSTALLATION. CASA CENTRAL.
000370 DATE-WRITTEN. 2026-10-15.
000380 DATE-COMPILED.
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT SUPERVISOR-MASTER ASSIGN TO "SUPMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS SP-SUPERVISOR
000470         ALTERNATE RECORD KEY IS SP-COD-PERSONAL
000480         FILE STATUS IS MV-MAST-STATUS.
000490     SELECT SUPERVISOR-AUDIT-LOG ASSIGN TO "SUPAUD"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS MV-AUD-STATUS.
000520******************************************************************
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  SUPERVISOR-MASTER
000560     LABEL RECORDS ARE STANDARD.
000570     COPY SUPMAST.
000580
000590 FD  SUPERVISOR-AUDIT-LOG
000600     LABEL RECORDS ARE STANDARD.
000610 01  AV-AUDIT-RECORD.
000620     05  AV-USUARIO              PIC X(08).
000630     05  AV-FECHA                PIC 9(08).
000640     05  AV-HORA                 PIC 9(08).
000650     05  AV-OPERACION            PIC X(10).
000660     05  AV-SUPERVISOR           PIC X(05).
000670     05  AV-NOMBRE-ANTES         PIC X(25).
000680     05  AV-SUC-ANTES            PIC X(03).
000690     05  AV-TOPE-ANTES           PIC 9(02).
000700     05  AV-ESTADO-ANTES         PIC X(01).
000710     05  AV-NOMBRE-DESPUES       PIC X(25).
000720     05  AV-SUC-DESPUES          PIC X(03).
000730     05  AV-TOPE-DESPUES         PIC 9(02).
000740     05  AV-ESTADO-DESPUES       PIC X(01).
000750     05  AV-CAMBIO-CODIGO        PIC X(01).
000760     05  FILLER                  PIC X(06).
000770
000780 WORKING-STORAGE SECTION.
000790 01  MV-SWITCHES.
000800     05  MV-SW-FIN               PIC X(01) VALUE "N".
000810         88  MV-FIN                     VALUE "S".
000820     05  MV-SW-EXISTE            PIC X(01) VALUE "N".
000830         88  MV-SUPERVISOR-EXISTE       VALUE "S".
000840     05  MV-SW-TOPE-OK           PIC X(01) VALUE "N".
000850         88  MV-TOPE-VALIDO             VALUE "S".
000860         88  MV-TOPE-INVALIDO           VALUE "N".
000870
000880 01  MV-MAST-STATUS              PIC X(02).
000890     88  MV-MAST-STATUS-OK             VALUE "00".
000900     88  MV-MAST-CLAVE-DUPLICADA       VALUE "22".
000910     88  MV-MAST-NO-EXISTE             VALUE "23" "35".
000920
000930 01  MV-AUD-STATUS               PIC X(02).
000940     88  MV-AUD-STATUS-OK              VALUE "00".
000950
000960 01  MV-USUARIO                  PIC X(08).
000970 01  MV-OPCION                   PIC 9(01).
000980 01  MV-SUPERVISOR-BUSCADO       PIC X(05).
000990 01  MV-FECHA-HOY                PIC 9(08) VALUE ZERO.
001000 01  MV-CONFIRMA-ENTRADA         PIC X(01).
001010 01  MV-MOTIVO-ENTRADA           PIC X(20).
001020 01  MV-NOMBRE-ENTRADA           PIC X(25).
001030 01  MV-SUC-ENTRADA              PIC X(03).
001040 01  MV-CODIGO-ENTRADA           PIC X(04).
001050 01  MV-TOPE-ENTRADA             PIC X(02).
001060 01  MV-TOPE-NUMERO REDEFINES MV-TOPE-ENTRADA
001070                                 PIC 9(02).
001080
001090 01  MV-ANTERIORES.
001100     05  MV-ANT-NOMBRE           PIC X(25) VALUE SPACES.
001110     05  MV-ANT-SUCURSAL         PIC X(03) VALUE SPACES.
001120     05  MV-ANT-TOPE             PIC 9(02) VALUE ZERO.
001130     05  MV-ANT-ESTADO           PIC X(01) VALUE SPACE.
001140     05  MV-ANT-CODIGO           PIC X(04) VALUE SPACES.
001150
001160 01  MV-OPERACION                PIC X(10) VALUE SPACES.
001170******************************************************************
001180 PROCEDURE DIVISION.
001190
001200 0000-MAINLINE.
001210     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001220     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
001230         UNTIL MV-FIN.
001240     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001250     STOP RUN.
001260
001270******************************************************************
001280*INICIALIZAR: identifica al usuario y abre (o crea) el maestro
001290*de supervisores y su log de auditoria. Sin log no hay
001300*mantenimiento: quien puede autorizar descuentos sobre el tope
001310*tiene que quedar siempre rastreado.
001320******************************************************************
001330 1000-INICIALIZAR.
001340     ACCEPT MV-FECHA-HOY FROM DATE YYYYMMDD.
001350     DISPLAY "Ingrese su identificacion de usuario".
001360     ACCEPT MV-USUARIO.
001370     OPEN I-O SUPERVISOR-MASTER.
001380     IF MV-MAST-NO-EXISTE
001390         OPEN OUTPUT SUPERVISOR-MASTER
001400         CLOSE SUPERVISOR-MASTER
001410         OPEN I-O SUPERVISOR-MASTER
001420     END-IF.
001430     IF NOT MV-MAST-STATUS-OK
001440         DISPLAY "No se pudo abrir SUPERVISOR-MASTER, status "
001450             MV-MAST-STATUS
001460         SET MV-FIN TO TRUE
001470         MOVE 12 TO RETURN-CODE
001480         GO TO 1000-EXIT
001490     END-IF.
001500     OPEN EXTEND SUPERVISOR-AUDIT-LOG.
001510     IF NOT MV-AUD-STATUS-OK
001520         OPEN OUTPUT SUPERVISOR-AUDIT-LOG
001530     END-IF.
001540     IF NOT MV-AUD-STATUS-OK
001550         DISPLAY "No se pudo abrir SUPERVISOR-AUDIT-LOG, status "
001560             MV-AUD-STATUS " - mantenimiento cancelado"
001570         SET MV-FIN TO TRUE
001580         MOVE 12 TO RETURN-CODE
001590         CLOSE SUPERVISOR-MASTER
001600     END-IF.
001610 1000-EXIT.
001620     EXIT.
001630
001640******************************************************************
001650*PROCESAR-MENU: atiende una opcion del operador.
001660******************************************************************
001670 2000-PROCESAR-MENU.
001680     DISPLAY " ".
001690     DISPLAY "1=Alta 2=Modificacion 3=Consulta 4=Baja "
001700         "5=Reactivacion 9=Fin".
001710     ACCEPT MV-OPCION.
001720     EVALUATE MV-OPCION
001730         WHEN 1
001740             PERFORM 3000-ALTA THRU 3000-EXIT
001750         WHEN 2
001760             PERFORM 4000-MODIFICACION THRU 4000-EXIT
001770         WHEN 3
001780             PERFORM 5000-CONSULTA THRU 5000-EXIT
001790         WHEN 4
001800             PERFORM 6000-BAJA THRU 6000-EXIT
001810         WHEN 5
001820             PERFORM 7000-REACTIVACION THRU 7000-EXIT
001830         WHEN 9
001840             SET MV-FIN TO TRUE
001850         WHEN OTHER
001860             DISPLAY "Opcion invalida"
001870     END-EVALUATE.
001880 2000-EXIT.
001890     EXIT.
001900
001910******************************************************************
001920*BUSCAR-SUPERVISOR: pide el codigo y lee el maestro.
001930******************************************************************
001940 2500-BUSCAR-SUPERVISOR.
001950     MOVE "N" TO MV-SW-EXISTE.
001960     DISPLAY "Codigo de supervisor (5 posiciones)".
001970     ACCEPT MV-SUPERVISOR-BUSCADO.
001980     MOVE MV-SUPERVISOR-BUSCADO TO SP-SUPERVISOR.
001990     READ SUPERVISOR-MASTER
002000         KEY IS SP-SUPERVISOR
002010         INVALID KEY
002020             CONTINUE
002030         NOT INVALID KEY
002040             SET MV-SUPERVISOR-EXISTE TO TRUE
002050     END-READ.
002060 2500-EXIT.
002070     EXIT.
002080
002090******************************************************************
002100*ALTA: carga un supervisor nuevo con nombre, codigo personal,
002110*sucursal y tope propio, estado A(ctivo). El maestro no acepta
002120*dos supervisores con el mismo codigo personal.
002130******************************************************************
002140 3000-ALTA.
002150     PERFORM 2500-BUSCAR-SUPERVISOR THRU 2500-EXIT.
002160     IF MV-SUPERVISOR-EXISTE
002170         DISPLAY "El supervisor ya existe: " SP-SUPERVISOR " "
002180             SP-NOMBRE
002190         GO TO 3000-EXIT
002200     END-IF.
002210     MOVE SPACES TO SP-SUPERVISOR-RECORD.
002220     MOVE MV-SUPERVISOR-BUSCADO TO SP-SUPERVISOR.
002230     DISPLAY "Nombre y apellido del supervisor".
002240     ACCEPT SP-NOMBRE.
002250     DISPLAY "Codigo personal de autorizacion (4 posiciones)".
002260     ACCEPT MV-CODIGO-ENTRADA.
002270     IF MV-CODIGO-ENTRADA = SPACES
002280         DISPLAY "El codigo personal es obligatorio"
002290         GO TO 3000-EXIT
002300     END-IF.
002310     MOVE MV-CODIGO-ENTRADA TO SP-COD-PERSONAL.
002320     DISPLAY "Sucursal (3 posiciones)".
002330     ACCEPT SP-SUCURSAL.
002340     PERFORM 3500-PEDIR-TOPE THRU 3500-EXIT.
002350     IF MV-TOPE-INVALIDO
002360         GO TO 3000-EXIT
002370     END-IF.
002380     MOVE MV-TOPE-NUMERO TO SP-TOPE-AUTORIZA.
002390     MOVE "A" TO SP-ESTADO.
002400     MOVE ZERO TO SP-FECHA-BAJA.
002410     MOVE SPACES TO SP-MOTIVO-BAJA.
002420     PERFORM 8500-LIMPIAR-ANTERIORES THRU 8500-EXIT.
002430     WRITE SP-SUPERVISOR-RECORD
002440         INVALID KEY
002450             IF MV-MAST-CLAVE-DUPLICADA
002460                 DISPLAY "Codigo personal ya asignado a otro "
002470                     "supervisor - alta no grabada"
002480             ELSE
002490                 DISPLAY "No se pudo grabar el alta, status "
002500                     MV-MAST-STATUS
002510             END-IF
002520         NOT INVALID KEY
002530             MOVE "ALTA" TO MV-OPERACION
002540             PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT
002550             DISPLAY "Supervisor dado de alta"
002560     END-WRITE.
002570 3000-EXIT.
002580     EXIT.
002590
002600******************************************************************
002610*PEDIR-TOPE: pide el descuento maximo que el supervisor puede
002620*autorizar, entre 1 y 99 por ciento. Un solo digito se toma
002630*alineado a derecha.
002640******************************************************************
002650 3500-PEDIR-TOPE.
002660     SET MV-TOPE-INVALIDO TO TRUE.
002670     DISPLAY "Descuento maximo que puede autorizar (1 a 99)".
002680     ACCEPT MV-TOPE-ENTRADA.
002690     IF MV-TOPE-ENTRADA(2:1) = SPACE
002700         MOVE MV-TOPE-ENTRADA(1:1) TO MV-TOPE-ENTRADA(2:1)
002710         MOVE "0" TO MV-TOPE-ENTRADA(1:1)
002720     END-IF.
002730     IF MV-TOPE-ENTRADA NOT NUMERIC
002740         DISPLAY "Tope invalido: debe ser numerico"
002750         GO TO 3500-EXIT
002760     END-IF.
002770     IF MV-TOPE-NUMERO = ZERO
002780         DISPLAY "Tope invalido: debe ser mayor a cero"
002790         GO TO 3500-EXIT
002800     END-IF.
002810     SET MV-TOPE-VALIDO TO TRUE.
002820 3500-EXIT.
002830     EXIT.
002840
002850******************************************************************
002860*MODIFICACION: cambia nombre, sucursal, tope o codigo personal
002870*de un supervisor activo.
002880******************************************************************
002890 4000-MODIFICACION.
002900     PERFORM 2500-BUSCAR-SUPERVISOR THRU 2500-EXIT.
002910     IF NOT MV-SUPERVISOR-EXISTE
002920         DISPLAY "Supervisor inexistente"
002930         GO TO 4000-EXIT
002940     END-IF.
002950     IF SP-INACTIVO
002960         DISPLAY "El supervisor esta dado de baja: reactivarlo "
002970             "antes de modificarlo"
002980         GO TO 4000-EXIT
002990     END-IF.
003000     PERFORM 8600-GUARDAR-ANTERIORES THRU 8600-EXIT.
003010     DISPLAY "Nombre actual: " SP-NOMBRE.
003020     DISPLAY "Nombre nuevo (vacio = sin cambio)".
003030     ACCEPT MV-NOMBRE-ENTRADA.
003040     IF MV-NOMBRE-ENTRADA NOT = SPACES
003050         MOVE MV-NOMBRE-ENTRADA TO SP-NOMBRE
003060     END-IF.
003070     DISPLAY "Sucursal actual: " SP-SUCURSAL.
003080     DISPLAY "Sucursal nueva (vacio = sin cambio)".
003090     ACCEPT MV-SUC-ENTRADA.
003100     IF MV-SUC-ENTRADA NOT = SPACES
003110         MOVE MV-SUC-ENTRADA TO SP-SUCURSAL
003120     END-IF.
003130     DISPLAY "Tope actual: " SP-TOPE-AUTORIZA.
003140     DISPLAY "Cambia el tope? (S/N)".
003150     ACCEPT MV-CONFIRMA-ENTRADA.
003160     IF MV-CONFIRMA-ENTRADA = "S" OR MV-CONFIRMA-ENTRADA = "s"
003170         PERFORM 3500-PEDIR-TOPE THRU 3500-EXIT
003180         IF MV-TOPE-INVALIDO
003190             DISPLAY "Modificacion cancelada"
003200             GO TO 4000-EXIT
003210         END-IF
003220         MOVE MV-TOPE-NUMERO TO SP-TOPE-AUTORIZA
003230     END-IF.
003240     DISPLAY "Codigo personal nuevo (vacio = sin cambio)".
003250     ACCEPT MV-CODIGO-ENTRADA.
003260     IF MV-CODIGO-ENTRADA NOT = SPACES
003270         MOVE MV-CODIGO-ENTRADA TO SP-COD-PERSONAL
003280     END-IF.
003290     REWRITE SP-SUPERVISOR-RECORD
003300         INVALID KEY
003310             IF MV-MAST-CLAVE-DUPLICADA
003320                 DISPLAY "Codigo personal ya asignado a otro "
003330                     "supervisor - modificacion no grabada"
003340             ELSE
003350                 DISPLAY "No se pudo grabar la modificacion, "
003360                     "status " MV-MAST-STATUS
003370             END-IF
003380             GO TO 4000-EXIT
003390     END-REWRITE.
003400     MOVE "CAMBIO" TO MV-OPERACION.
003410     PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT.
003420     DISPLAY "Supervisor modificado".
003430 4000-EXIT.
003440     EXIT.
003450
003460******************************************************************
003470*CONSULTA: muestra los datos del supervisor, salvo el codigo
003480*personal, que solo conoce el.
003490******************************************************************
003500 5000-CONSULTA.
003510     PERFORM 2500-BUSCAR-SUPERVISOR THRU 2500-EXIT.
003520     IF NOT MV-SUPERVISOR-EXISTE
003530         DISPLAY "Supervisor inexistente"
003540         GO TO 5000-EXIT
003550     END-IF.
003560     DISPLAY "Supervisor: " SP-SUPERVISOR.
003570     DISPLAY "Nombre....: " SP-NOMBRE.
003580     DISPLAY "Sucursal..: " SP-SUCURSAL.
003590     DISPLAY "Tope......: " SP-TOPE-AUTORIZA.
003600     DISPLAY "Estado....: " SP-ESTADO.
003610     IF SP-INACTIVO
003620         DISPLAY "Baja......: " SP-FECHA-BAJA " "
003630             SP-MOTIVO-BAJA
003640     END-IF.
003650 5000-EXIT.
003660     EXIT.
003670
003680******************************************************************
003690*BAJA: marca el supervisor inactivo con fecha y motivo; el
003700*cierre rechaza sus autorizaciones desde esta noche. El codigo
003710*personal queda reservado y no se puede asignar a otro.
003720******************************************************************
003730 6000-BAJA.
003740     PERFORM 2500-BUSCAR-SUPERVISOR THRU 2500-EXIT.
003750     IF NOT MV-SUPERVISOR-EXISTE
003760         DISPLAY "Supervisor inexistente"
003770         GO TO 6000-EXIT
003780     END-IF.
003790     IF SP-INACTIVO
003800         DISPLAY "El supervisor ya esta dado de baja"
003810         GO TO 6000-EXIT
003820     END-IF.
003830     PERFORM 8600-GUARDAR-ANTERIORES THRU 8600-EXIT.
003840     DISPLAY "Motivo de la baja".
003850     ACCEPT MV-MOTIVO-ENTRADA.
003860     DISPLAY "Confirma la baja de " SP-NOMBRE "? (S/N)".
003870     ACCEPT MV-CONFIRMA-ENTRADA.
003880     IF MV-CONFIRMA-ENTRADA NOT = "S"
003890             AND MV-CONFIRMA-ENTRADA NOT = "s"
003900         DISPLAY "Baja cancelada por el operador"
003910         GO TO 6000-EXIT
003920     END-IF.
003930     MOVE "B" TO SP-ESTADO.
003940     MOVE MV-FECHA-HOY TO SP-FECHA-BAJA.
003950     MOVE MV-MOTIVO-ENTRADA TO SP-MOTIVO-BAJA.
003960     REWRITE SP-SUPERVISOR-RECORD.
003970     MOVE "BAJA" TO MV-OPERACION.
003980     PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT.
003990     DISPLAY "Supervisor dado de baja".
004000 6000-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040*REACTIVACION: vuelve a activar un supervisor dado de baja.
004050******************************************************************
004060 7000-REACTIVACION.
004070     PERFORM 2500-BUSCAR-SUPERVISOR THRU 2500-EXIT.
004080     IF NOT MV-SUPERVISOR-EXISTE
004090         DISPLAY "Supervisor inexistente"
004100         GO TO 7000-EXIT
004110     END-IF.
004120     IF SP-ACTIVO
004130         DISPLAY "El supervisor ya esta activo"
004140         GO TO 7000-EXIT
004150     END-IF.
004160     PERFORM 8600-GUARDAR-ANTERIORES THRU 8600-EXIT.
004170     MOVE "A" TO SP-ESTADO.
004180     MOVE ZERO TO SP-FECHA-BAJA.
004190     MOVE SPACES TO SP-MOTIVO-BAJA.
004200     REWRITE SP-SUPERVISOR-RECORD.
004210     MOVE "REACTIVA" TO MV-OPERACION.
004220     PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT.
004230     DISPLAY "Supervisor reactivado".
004240 7000-EXIT.
004250     EXIT.
004260
004270******************************************************************
004280*GRABAR-AUDITORIA: deja el cambio en el log con los valores
004290*antes y despues. Del codigo personal solo se registra si
004300*cambio, nunca su valor.
004310******************************************************************
004320 8000-GRABAR-AUDITORIA.
004330     MOVE SPACES TO AV-AUDIT-RECORD.
004340     MOVE MV-USUARIO        TO AV-USUARIO.
004350     MOVE MV-FECHA-HOY      TO AV-FECHA.
004360     ACCEPT AV-HORA FROM TIME.
004370     MOVE MV-OPERACION      TO AV-OPERACION.
004380     MOVE SP-SUPERVISOR     TO AV-SUPERVISOR.
004390     MOVE MV-ANT-NOMBRE     TO AV-NOMBRE-ANTES.
004400     MOVE MV-ANT-SUCURSAL   TO AV-SUC-ANTES.
004410     MOVE MV-ANT-TOPE       TO AV-TOPE-ANTES.
004420     MOVE MV-ANT-ESTADO     TO AV-ESTADO-ANTES.
004430     MOVE SP-NOMBRE         TO AV-NOMBRE-DESPUES.
004440     MOVE SP-SUCURSAL       TO AV-SUC-DESPUES.
004450     MOVE SP-TOPE-AUTORIZA  TO AV-TOPE-DESPUES.
004460     MOVE SP-ESTADO         TO AV-ESTADO-DESPUES.
004470     IF SP-COD-PERSONAL NOT = MV-ANT-CODIGO
004480         MOVE "S" TO AV-CAMBIO-CODIGO
004490     ELSE
004500         MOVE "N" TO AV-CAMBIO-CODIGO
004510     END-IF.
004520     WRITE AV-AUDIT-RECORD.
004530 8000-EXIT.
004540     EXIT.
004550
004560 8500-LIMPIAR-ANTERIORES.
004570     MOVE SPACES TO MV-ANT-NOMBRE.
004580     MOVE SPACES TO MV-ANT-SUCURSAL.
004590     MOVE ZERO   TO MV-ANT-TOPE.
004600     MOVE SPACE  TO MV-ANT-ESTADO.
004610     MOVE SPACES TO MV-ANT-CODIGO.
004620 8500-EXIT.
004630     EXIT.
004640
004650 8600-GUARDAR-ANTERIORES.
004660     MOVE SP-NOMBRE        TO MV-ANT-NOMBRE.
004670     MOVE SP-SUCURSAL      TO MV-ANT-SUCURSAL.
004680     MOVE SP-TOPE-AUTORIZA TO MV-ANT-TOPE.
004690     MOVE SP-ESTADO        TO MV-ANT-ESTADO.
004700     MOVE SP-COD-PERSONAL  TO MV-ANT-CODIGO.
004710 8600-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750*FINALIZAR: cierra los archivos del mantenimiento.
004760******************************************************************
004770 9000-FINALIZAR.
004780     IF RETURN-CODE NOT = 12
004790         CLOSE SUPERVISOR-MASTER
004800         CLOSE SUPERVISOR-AUDIT-LOG
004810     END-IF.
004820     DISPLAY "Fin del mantenimiento de supervisores".
004830 9000-EXIT.
004840     EXIT.
004850
004860 END PROGRAM Ejercicio1Supmant.
