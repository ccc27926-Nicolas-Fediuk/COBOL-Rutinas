000680*                   contadores en RUN-CONTROL-FILE, para que el
000690*                   rearranque del proceso nocturno sepa que el
000700*                   tramo ya corrio en la fecha de proceso.
000701*2026-10-15  RF     Las ventas a cuenta corriente (medio C) no
000702*                   entran al deposito ni a la liquidacion de
000703*                   tarjeta: se informan aparte y quedan fuera de
000704*                   las dos diferencias.
000705*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
000706*                   paso (RC-HORA-INICIO) para el historial
000707*                   de tiempos de la noche.
000710******************************************************************
000720 IDENTIFICATION DIVISION.
000730 PROGRAM-ID. Ejercicio1Concilia.
001560     05  CN-TOLERANCIA           PIC 9(04)V9(02) VALUE 100.00.
001570     05  CN-MAX-LINEAS           PIC 9(02) VALUE 56.
001580
001581 01  CN-HORA-INICIO              PIC 9(08) VALUE ZERO.
001582
001590 01  CN-ACUMULADORES.
001600     05  CN-FECHA-PROCESO        PIC 9(08) VALUE ZERO.
001610     05  CN-CANT-VENTAS          PIC 9(06) VALUE ZERO.
001650     05  CN-TOTAL-DEPOSITO       PIC 9(10)V9(02) VALUE ZERO.
001660     05  CN-TOTAL-EFECTIVO       PIC S9(10)V9(02) VALUE ZERO.
001670     05  CN-TOTAL-TARJETA        PIC S9(10)V9(02) VALUE ZERO.
001671     05  CN-TOTAL-CTACTE         PIC S9(10)V9(02) VALUE ZERO.
001680     05  CN-CANT-LIQUIDA         PIC 9(04) VALUE ZERO.
001690     05  CN-TOTAL-LIQ-NETO       PIC 9(10)V9(02) VALUE ZERO.
001700     05  CN-TOTAL-COMISION       PIC 9(10)V9(02) VALUE ZERO.
002790*primera venta del historial.
002800******************************************************************
002810 1000-INICIALIZAR.
002811     ACCEPT CN-HORA-INICIO FROM TIME.
002820     OPEN OUTPUT RECONCILE-REPORT-FILE.
002830     OPEN INPUT BANK-DEPOSIT-FILE.
002840     IF NOT CN-DEP-STATUS-OK
004060*SUMAR-VENTA / RESTAR-DEVOLUCION: las ventas suman y las
004070*devoluciones (tipo D) restan del total del dia, del medio de
004080*pago y de la sucursal, para que la reconciliacion refleje lo
004090*que realmente salio o entro de la caja. Lo vendido a cuenta
004091*corriente no es deposito ni liquidacion: se acumula aparte.
004100******************************************************************
004110 2700-SUMAR-VENTA.
004120     ADD SI-TOTAL TO CN-TOTAL-HISTORIA.
004121     EVALUATE TRUE
004122         WHEN SI-PAGO-TARJETA
004123             ADD SI-TOTAL TO CN-TOTAL-TARJETA
004124         WHEN SI-PAGO-CREDITO
004125             ADD SI-TOTAL TO CN-TOTAL-CTACTE
004126         WHEN OTHER
004127             ADD SI-TOTAL TO CN-TOTAL-EFECTIVO
004128     END-EVALUATE.
004180     MOVE SI-SUCURSAL TO CN-SUC-BUSCADA.
004190     PERFORM 6000-UBICAR-SUCURSAL THRU 6000-EXIT.
004200     IF CN-SUC-HALLADA
004201         EVALUATE TRUE
004202             WHEN SI-PAGO-TARJETA
004203                 ADD SI-TOTAL TO CN-TAB-HIST-TAR(CN-IDX-SUC)
004204             WHEN SI-PAGO-CREDITO
004205                 CONTINUE
004206             WHEN OTHER
004207                 ADD SI-TOTAL TO CN-TAB-HIST-EFE(CN-IDX-SUC)
004208         END-EVALUATE
004260     END-IF.
004270 2700-EXIT.
004280     EXIT.
004290
004300 2600-RESTAR-DEVOLUCION.
004310     SUBTRACT SI-TOTAL FROM CN-TOTAL-HISTORIA.
004311     EVALUATE TRUE
004312         WHEN SI-PAGO-TARJETA
004313             SUBTRACT SI-TOTAL FROM CN-TOTAL-TARJETA
004314         WHEN SI-PAGO-CREDITO
004315             SUBTRACT SI-TOTAL FROM CN-TOTAL-CTACTE
004316         WHEN OTHER
004317             SUBTRACT SI-TOTAL FROM CN-TOTAL-EFECTIVO
004318     END-EVALUATE.
004370     MOVE SI-SUCURSAL TO CN-SUC-BUSCADA.
004380     PERFORM 6000-UBICAR-SUCURSAL THRU 6000-EXIT.
004390     IF CN-SUC-HALLADA
004391         EVALUATE TRUE
004392             WHEN SI-PAGO-TARJETA
004393                 SUBTRACT SI-TOTAL
004394                     FROM CN-TAB-HIST-TAR(CN-IDX-SUC)
004395             WHEN SI-PAGO-CREDITO
004396                 CONTINUE
004397             WHEN OTHER
004398                 SUBTRACT SI-TOTAL
004399                     FROM CN-TAB-HIST-EFE(CN-IDX-SUC)
004400         END-EVALUATE
004470     END-IF.
004480 2600-EXIT.
004490     EXIT.
005180     MOVE CN-TOTAL-TARJETA TO CN-TOT-IMPORTE.
005190     MOVE CN-LINEA-TOTAL TO CN-LINEA-TRABAJO.
005200     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
005201     MOVE "VENTAS A CUENTA CORRIENTE" TO CN-TOT-CONCEPTO.
005202     MOVE CN-TOTAL-CTACTE TO CN-TOT-IMPORTE.
005203     MOVE CN-LINEA-TOTAL TO CN-LINEA-TRABAJO.
005204     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
005210     MOVE "TOTAL DEPOSITADO EN BANCO" TO CN-TOT-CONCEPTO.
005220     MOVE CN-TOTAL-DEPOSITO TO CN-TOT-IMPORTE.
005230     MOVE CN-LINEA-TOTAL TO CN-LINEA-TRABAJO.
007170     MOVE "EJER1CON" TO RC-PROGRAMA.
007180     MOVE CN-FECHA-PROCESO TO RC-FECHA.
007190     ACCEPT RC-HORA FROM TIME.
007191     MOVE CN-HORA-INICIO TO RC-HORA-INICIO.
007200     MOVE CN-CANT-VENTAS TO RC-LEIDOS.
007210     MOVE CN-CANT-VENTAS TO RC-PROCESADOS.
007220     MOVE CN-TOTAL-HISTORIA TO RC-TOTAL-GENERAL.
