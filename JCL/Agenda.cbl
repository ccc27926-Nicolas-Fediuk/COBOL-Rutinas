000170*              nocturno (SCHEDULE-CONTROL-FILE, copybook
000180*              SCHEDCTL), como Ejercicio1Parms para PARAMS.
000190*              Lista los tramos agendados con su modo (D diario,
000200*              M fin de mes habil, W fin de semana habil, F
000201*              fecha puntual, S salteado hasta fecha, N nunca)
000210*              y permite dar de alta o cambiar el modo y la
000220*              fecha de cada tramo, para que nadie vuelva a
000230*              editar PARM='N' en el JCL.
000231*              Tambien carga el maximo de minutos de cada paso
000232*              (clave = identificador del paso en RUNCTL) y,
000233*              en el registro NIGHTRUN, la hora limite de la
000234*              ventana nocturna, que controla TIEMPOS.
000240******************************************************************
000250*HISTORIAL DE MODIFICACIONES
000260*FECHA       INIC.  DESCRIPCION
000270*----------  -----  -------------------------------------------
000280*2026-09-02  RF     Version original.
000281*2026-10-15  RF     Acepta el modo W (ultimo dia habil de la
000282*                   semana) para los tramos semanales.
000283*2026-10-15  RF     Pide y lista el maximo de minutos del paso
000284*                   y, para NIGHTRUN, la hora limite (HHMM) de
000285*                   la ventana nocturna.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. Agenda.
000590         88  AG-TRAMO-EXISTE            VALUE "S".
000600     05  AG-SW-DATO-OK           PIC X(01) VALUE "N".
000610         88  AG-DATO-VALIDO             VALUE "S".
000611     05  AG-SW-ADMITE-VACIO      PIC X(01) VALUE "N".
000612         88  AG-ADMITE-VACIO            VALUE "S".
000620
000630 01  AG-SCH-STATUS               PIC X(02).
000640     88  AG-SCH-STATUS-OK              VALUE "00".
000690     05  AG-CANT-CAMBIOS         PIC 9(04) VALUE ZERO.
000700
000710 01  AG-TRAMO-ENTRADA            PIC X(08).
000711     88  AG-TRAMO-VENTANA               VALUE "NIGHTRUN".
000720 01  AG-MODO-ENTRADA             PIC X(01).
000730 01  AG-CONFIRMA-ENTRADA         PIC X(01).
000740
000810 01  AG-NUEVOS.
000820     05  AG-NVO-MODO             PIC X(01) VALUE SPACE.
000830     05  AG-NVO-FECHA            PIC 9(08) VALUE ZERO.
000831     05  AG-NVO-MAX-MINUTOS      PIC 9(04) VALUE ZERO.
000832     05  AG-NVO-HORA-LIMITE      PIC 9(04) VALUE ZERO.
000833     05  AG-NVO-HORA-LIMITE-R REDEFINES AG-NVO-HORA-LIMITE.
000834         10  AG-NVO-LIMITE-HH    PIC 9(02).
000835         10  AG-NVO-LIMITE-MM    PIC 9(02).
000840******************************************************************
000850 PROCEDURE DIVISION.
000860
001150     EXIT.
001160
001170******************************************************************
001180*LISTAR-AGENDA: muestra todos los tramos agendados con su modo,
001190*sus fechas y sus limites de tiempo.
001200******************************************************************
001210 2000-LISTAR-AGENDA.
001220     MOVE "N" TO AG-SW-FIN-AGENDA.
001250         KEY IS NOT LESS THAN SC-TRAMO
001260         INVALID KEY SET AG-FIN-AGENDA TO TRUE
001270     END-START.
001280     DISPLAY "TRAMO     MODO  FECHA     ULTIMA CORRIDA  "
001281         "MAX.MIN  LIMITE".
001290     PERFORM 2100-LEER-AGENDA THRU 2100-EXIT
001300         UNTIL AG-FIN-AGENDA.
001310     IF AG-CANT-LISTADOS = ZERO
001430         GO TO 2100-EXIT
001440     END-IF.
001450     DISPLAY SC-TRAMO "  " SC-MODO "     " SC-FECHA "  "
001460         SC-ULTIMA-CORRIDA "        " SC-MAX-MINUTOS "     "
001461         SC-HORA-LIMITE.
001470     ADD 1 TO AG-CANT-LISTADOS.
001480 2100-EXIT.
001490     EXIT.
001510******************************************************************
001520*ATENDER-TRAMO: toma el tramo a dar de alta o modificar (vacio
001530*termina la sesion), su modo nuevo y la fecha cuando el modo
001540*la necesita, sus limites de tiempo, y graba el registro previa
001541*confirmacion.
001550******************************************************************
001560 3000-ATENDER-TRAMO.
001570     DISPLAY "Tramo a agendar o modificar (vacio = fin)".
001710             DISPLAY "Actual: modo " SC-MODO " fecha "
001720                 SC-FECHA " ultima corrida "
001730                 SC-ULTIMA-CORRIDA
001731             DISPLAY "        maximo " SC-MAX-MINUTOS
001732                 " minutos, hora limite " SC-HORA-LIMITE
001740     END-READ.
001750     DISPLAY "Modo: D=diario  M=fin de mes  W=fin de semana  "
001760         "F=fecha puntual  S=salteado hasta fecha  N=nunca".
001770     ACCEPT AG-MODO-ENTRADA.
001780     IF AG-MODO-ENTRADA NOT = "D" AND AG-MODO-ENTRADA NOT = "M"
001781             AND AG-MODO-ENTRADA NOT = "W"
001790             AND AG-MODO-ENTRADA NOT = "F"
001800             AND AG-MODO-ENTRADA NOT = "S"
001810             AND AG-MODO-ENTRADA NOT = "N"
001930         END-IF
001940         MOVE AG-ENTRADA-NUM TO AG-NVO-FECHA
001950     END-IF.
001951     PERFORM 3100-PEDIR-TIEMPOS THRU 3100-EXIT.
001952     MOVE "N" TO AG-SW-ADMITE-VACIO.
001953     IF NOT AG-DATO-VALIDO
001954         DISPLAY "Limite de tiempo invalido, no se graba nada"
001955         GO TO 3000-EXIT
001956     END-IF.
001960     DISPLAY "Graba tramo " AG-TRAMO-ENTRADA " modo "
001970         AG-NVO-MODO " fecha " AG-NVO-FECHA " maximo "
001971         AG-NVO-MAX-MINUTOS " limite " AG-NVO-HORA-LIMITE
001972         "? (S/N)".
001980     ACCEPT AG-CONFIRMA-ENTRADA.
001990     IF AG-CONFIRMA-ENTRADA NOT = "S"
002000             AND AG-CONFIRMA-ENTRADA NOT = "s"
002040     IF AG-TRAMO-EXISTE
002050         MOVE AG-NVO-MODO TO SC-MODO
002060         MOVE AG-NVO-FECHA TO SC-FECHA
002061         MOVE AG-NVO-MAX-MINUTOS TO SC-MAX-MINUTOS
002062         MOVE AG-NVO-HORA-LIMITE TO SC-HORA-LIMITE
002070         REWRITE SC-SCHED-RECORD
002080     ELSE
002090         MOVE SPACES TO SC-SCHED-RECORD
002110         MOVE AG-NVO-MODO TO SC-MODO
002120         MOVE AG-NVO-FECHA TO SC-FECHA
002130         MOVE ZERO TO SC-ULTIMA-CORRIDA
002131         MOVE AG-NVO-MAX-MINUTOS TO SC-MAX-MINUTOS
002132         MOVE AG-NVO-HORA-LIMITE TO SC-HORA-LIMITE
002140         WRITE SC-SCHED-RECORD
002150     END-IF.
002160     ADD 1 TO AG-CANT-CAMBIOS.
002170     DISPLAY "Tramo grabado en la agenda".
002180 3000-EXIT.
002190     EXIT.
002191
002192******************************************************************
002193*PEDIR-TIEMPOS: maximo de minutos del paso (vacio = sin maximo)
002194*y, solo para el registro NIGHTRUN, la hora limite HHMM de la
002195*ventana nocturna (vacio = sin limite). Deja AG-DATO-VALIDO
002196*apagado si algun valor es invalido.
002197******************************************************************
002198 3100-PEDIR-TIEMPOS.
002199     MOVE ZERO TO AG-NVO-MAX-MINUTOS.
002200     MOVE ZERO TO AG-NVO-HORA-LIMITE.
002201     SET AG-ADMITE-VACIO TO TRUE.
002202     DISPLAY "Maximo de minutos del paso (vacio = sin maximo)".
002203     PERFORM 5000-PEDIR-NUMERO THRU 5000-EXIT.
002204     IF AG-ENTRADA = SPACES
002205         SET AG-DATO-VALIDO TO TRUE
002206     ELSE
002207         IF AG-DATO-VALIDO AND AG-ENTRADA-NUM > 9999
002208             DISPLAY "Maximo fuera de rango (hasta 9999)"
002209             MOVE "N" TO AG-SW-DATO-OK
002210         END-IF
002211         IF AG-DATO-VALIDO
002212             MOVE AG-ENTRADA-NUM TO AG-NVO-MAX-MINUTOS
002213         END-IF
002214     END-IF.
002215     IF NOT AG-DATO-VALIDO OR NOT AG-TRAMO-VENTANA
002216         GO TO 3100-EXIT
002217     END-IF.
002218     DISPLAY "Hora limite de la ventana (HHMM, vacio = sin "
002219         "limite)".
002220     PERFORM 5000-PEDIR-NUMERO THRU 5000-EXIT.
002221     IF AG-ENTRADA = SPACES
002222         SET AG-DATO-VALIDO TO TRUE
002223         GO TO 3100-EXIT
002224     END-IF.
002225     IF NOT AG-DATO-VALIDO
002226         GO TO 3100-EXIT
002227     END-IF.
002228     IF AG-ENTRADA-NUM > 2359
002229         DISPLAY "Hora limite fuera de rango"
002230         MOVE "N" TO AG-SW-DATO-OK
002231         GO TO 3100-EXIT
002232     END-IF.
002233     MOVE AG-ENTRADA-NUM TO AG-NVO-HORA-LIMITE.
002234     IF AG-NVO-LIMITE-MM > 59
002235         DISPLAY "Hora limite fuera de rango"
002236         MOVE "N" TO AG-SW-DATO-OK
002237         MOVE ZERO TO AG-NVO-HORA-LIMITE
002238     END-IF.
002239 3100-EXIT.
002241     EXIT.
002242
002243******************************************************************
002244*PEDIR-NUMERO: pide un valor numerico, acomodandolo a la
002245*derecha con ceros a la izquierda antes de probar IS NUMERIC,
002246*como los demas ingresos numericos por pantalla del sistema.
002250******************************************************************
002260 5000-PEDIR-NUMERO.
002270     MOVE "N" TO AG-SW-DATO-OK.
002280     MOVE SPACES TO AG-ENTRADA.
002290     ACCEPT AG-ENTRADA.
002300     IF AG-ENTRADA = SPACES
002301         IF NOT AG-ADMITE-VACIO
002310             DISPLAY "Valor vacio"
002311         END-IF
002320         GO TO 5000-EXIT
002330     END-IF.
002340     MOVE AG-ENTRADA TO AG-ENTRADA-JUSTIF.
