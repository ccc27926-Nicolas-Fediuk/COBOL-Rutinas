000270*FECHA       INIC.  DESCRIPCION
000280*----------  -----  -------------------------------------------
000290*2026-09-02  RF     Version original.
000291*2026-10-15  RF     Legajo de personal del cajero (MC-LEGAJO):
000292*                   obligatorio en el alta, modificable y en la
000293*                   consulta; el log de auditoria lo guarda antes
000294*                   y despues.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. Ejercicio1Cajmant.
000670     05  AJ-NOMBRE-DESPUES       PIC X(25).
000680     05  AJ-SUC-DESPUES          PIC X(03).
000690     05  AJ-ESTADO-DESPUES       PIC X(01).
000691     05  AJ-LEGAJO-ANTES         PIC 9(06).
000692     05  AJ-LEGAJO-DESPUES       PIC 9(06).
000700     05  FILLER                  PIC X(05).
000710
000720 WORKING-STORAGE SECTION.
000750         88  MJ-FIN                     VALUE "S".
000760     05  MJ-SW-EXISTE            PIC X(01) VALUE "N".
000770         88  MJ-CAJERO-EXISTE           VALUE "S".
000771     05  MJ-SW-DATO-OK           PIC X(01) VALUE "N".
000772         88  MJ-DATO-VALIDO             VALUE "S".
000780
000790 01  MJ-MAST-STATUS              PIC X(02).
000800     88  MJ-MAST-STATUS-OK             VALUE "00".
000910 01  MJ-MOTIVO-ENTRADA           PIC X(20).
000915 01  MJ-NOMBRE-ENTRADA           PIC X(25).
000916 01  MJ-SUC-ENTRADA              PIC X(03).
000917 01  MJ-LEGAJO-ENTRADA           PIC X(06).
000918 01  MJ-LEGAJO-JUSTIF            PIC X(06).
000919 01  MJ-LEGAJO-NUM REDEFINES MJ-LEGAJO-JUSTIF
000920                                 PIC 9(06).
000921 01  MJ-LEGAJO-AUX               PIC X(06).
000922
000930 01  MJ-ANTERIORES.
000940     05  MJ-ANT-NOMBRE           PIC X(25) VALUE SPACES.
000950     05  MJ-ANT-SUCURSAL         PIC X(03) VALUE SPACES.
000960     05  MJ-ANT-ESTADO           PIC X(01) VALUE SPACE.
000961     05  MJ-ANT-LEGAJO           PIC 9(06) VALUE ZERO.
000970
000980 01  MJ-OPERACION                PIC X(10) VALUE SPACES.
000990******************************************************************
001860     END-READ.
001870 2500-EXIT.
001880     EXIT.
001881
001882******************************************************************
001883*PEDIR-LEGAJO: toma el legajo de personal, acomodandolo a la
001884*derecha con ceros a la izquierda antes de probar IS NUMERIC,
001885*como los demas ingresos numericos por pantalla. Vacio deja
001886*MJ-LEGAJO-ENTRADA en espacios y el dato como no valido.
001887******************************************************************
001888 2600-PEDIR-LEGAJO.
001889     MOVE "N" TO MJ-SW-DATO-OK.
001890     MOVE SPACES TO MJ-LEGAJO-ENTRADA.
001891     ACCEPT MJ-LEGAJO-ENTRADA.
001892     IF MJ-LEGAJO-ENTRADA = SPACES
001893         GO TO 2600-EXIT
001894     END-IF.
001895     MOVE MJ-LEGAJO-ENTRADA TO MJ-LEGAJO-JUSTIF.
001896     PERFORM 2610-ALINEAR-DERECHA THRU 2610-EXIT
001897         UNTIL MJ-LEGAJO-JUSTIF(6:1) NOT = SPACE.
001898     INSPECT MJ-LEGAJO-JUSTIF REPLACING LEADING SPACES
001899         BY ZEROS.
001900     IF MJ-LEGAJO-JUSTIF IS NUMERIC
001901         IF MJ-LEGAJO-NUM > ZERO
001902             SET MJ-DATO-VALIDO TO TRUE
001903         END-IF
001904     END-IF.
001905     IF NOT MJ-DATO-VALIDO
001906         DISPLAY "Legajo invalido: " MJ-LEGAJO-ENTRADA
001907     END-IF.
001908 2600-EXIT.
001909     EXIT.
001910
001911 2610-ALINEAR-DERECHA.
001912     MOVE MJ-LEGAJO-JUSTIF TO MJ-LEGAJO-AUX.
001913     MOVE MJ-LEGAJO-AUX(1:5) TO MJ-LEGAJO-JUSTIF(2:5).
001914     MOVE SPACE TO MJ-LEGAJO-JUSTIF(1:1).
001915 2610-EXIT.
001916     EXIT.
001917
001918******************************************************************
001919*ALTA: carga un cajero nuevo con nombre, sucursal y legajo,
001920*estado A(ctivo).
001930******************************************************************
001940 3000-ALTA.
001950     PERFORM 2500-BUSCAR-CAJERO THRU 2500-EXIT.
002040     ACCEPT MC-NOMBRE.
002050     DISPLAY "Sucursal (3 posiciones)".
002060     ACCEPT MC-SUCURSAL.
002061     DISPLAY "Legajo de personal (hasta 6 digitos)".
002062     PERFORM 2600-PEDIR-LEGAJO THRU 2600-EXIT.
002063     IF NOT MJ-DATO-VALIDO
002064         DISPLAY "Alta cancelada: el legajo es obligatorio"
002065         GO TO 3000-EXIT
002066     END-IF.
002067     MOVE MJ-LEGAJO-NUM TO MC-LEGAJO.
002070     MOVE "A" TO MC-ESTADO.
002080     MOVE ZERO TO MC-FECHA-BAJA.
002090     MOVE SPACES TO MC-MOTIVO-BAJA.
002210     EXIT.
002220
002230******************************************************************
002240*MODIFICACION: cambia nombre, sucursal o legajo de un cajero
002241*activo.
002250******************************************************************
002260 4000-MODIFICACION.
002270     PERFORM 2500-BUSCAR-CAJERO THRU 2500-EXIT.
002470     IF MJ-SUC-ENTRADA NOT = SPACES
002480         MOVE MJ-SUC-ENTRADA TO MC-SUCURSAL
002490     END-IF.
002491     IF MC-LEGAJO IS NUMERIC
002492         DISPLAY "Legajo actual: " MC-LEGAJO
002493     ELSE
002494         DISPLAY "Legajo actual: (sin cargar)"
002495     END-IF.
002496     DISPLAY "Legajo nuevo (vacio = sin cambio)".
002497     PERFORM 2600-PEDIR-LEGAJO THRU 2600-EXIT.
002498     IF MJ-DATO-VALIDO
002499         MOVE MJ-LEGAJO-NUM TO MC-LEGAJO
002500     ELSE
002501         IF MJ-LEGAJO-ENTRADA NOT = SPACES
002502             DISPLAY "Se conserva el legajo actual"
002503         END-IF
002504     END-IF.
002520     REWRITE MC-CAJERO-RECORD.
002530     MOVE "CAMBIO" TO MJ-OPERACION.
002540     PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT.
002680     DISPLAY "Cajero...: " MC-CAJERO.
002690     DISPLAY "Nombre...: " MC-NOMBRE.
002700     DISPLAY "Sucursal.: " MC-SUCURSAL.
002701     IF MC-LEGAJO IS NUMERIC
002702         DISPLAY "Legajo...: " MC-LEGAJO
002703     ELSE
002704         DISPLAY "Legajo...: (sin cargar)"
002705     END-IF.
002710     DISPLAY "Estado...: " MC-ESTADO.
002720     IF MC-INACTIVO
002730         DISPLAY "Baja.....: " MC-FECHA-BAJA " "
003510     MOVE MC-NOMBRE         TO AJ-NOMBRE-DESPUES.
003520     MOVE MC-SUCURSAL       TO AJ-SUC-DESPUES.
003530     MOVE MC-ESTADO         TO AJ-ESTADO-DESPUES.
003531     MOVE MJ-ANT-LEGAJO     TO AJ-LEGAJO-ANTES.
003532     MOVE ZERO              TO AJ-LEGAJO-DESPUES.
003533     IF MC-LEGAJO IS NUMERIC
003534         MOVE MC-LEGAJO     TO AJ-LEGAJO-DESPUES
003535     END-IF.
003540     WRITE AJ-AUDIT-RECORD.
003550 8000-EXIT.
003560     EXIT.
003590     MOVE SPACES TO MJ-ANT-NOMBRE.
003600     MOVE SPACES TO MJ-ANT-SUCURSAL.
003610     MOVE SPACE  TO MJ-ANT-ESTADO.
003611     MOVE ZERO   TO MJ-ANT-LEGAJO.
003620 8500-EXIT.
003630     EXIT.
003640
003660     MOVE MC-NOMBRE   TO MJ-ANT-NOMBRE.
003670     MOVE MC-SUCURSAL TO MJ-ANT-SUCURSAL.
003680     MOVE MC-ESTADO   TO MJ-ANT-ESTADO.
003681     MOVE ZERO        TO MJ-ANT-LEGAJO.
003682     IF MC-LEGAJO IS NUMERIC
003683         MOVE MC-LEGAJO TO MJ-ANT-LEGAJO
003684     END-IF.
003690 8600-EXIT.
003700     EXIT.
003710
