000170*              Lee el historial de ventas de la fecha de
000180*              proceso y graba en GL-POSTING-FILE un asiento
000190*              balanceado del dia: al debe la caja a depositar,
000191*              los deudores por ventas a cuenta corriente,
000200*              los descuentos otorgados y los cupones; al haber
000210*              las ventas brutas y el IVA debito fiscal. Las
000220*              devoluciones y las reinyecciones del supervisor
000340*2026-09-02  RF     Version original, leyendo el historial por
000350*                   el indice SALESIDX posicionado en la fecha
000360*                   de proceso.
000361*2026-10-15  RF     Las ventas a cuenta corriente (medio C) y sus
000362*                   devoluciones van al debe de DEUDVTAS (deudores
000363*                   por ventas) en lugar de la caja a depositar.
000364*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
000365*                   paso (RC-HORA-INICIO) para el historial
000366*                   de tiempos de la noche.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. Ejercicio1Contab.
001070 01  CB-RUN-STATUS               PIC X(02).
001080     88  CB-RUN-STATUS-OK              VALUE "00".
001090
001091 01  CB-HORA-INICIO              PIC 9(08) VALUE ZERO.
001100 01  CB-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001110
001120 01  CB-ACUMULADORES.
001130     05  CB-CANT-MOVIMIENTOS     PIC 9(06) VALUE ZERO.
001140     05  CB-IMP-CAJA             PIC S9(11)V9(02) VALUE ZERO.
001141     05  CB-IMP-DEUDORES         PIC S9(11)V9(02) VALUE ZERO.
001150     05  CB-IMP-DESCUENTOS       PIC S9(11)V9(02) VALUE ZERO.
001160     05  CB-IMP-CUPONES          PIC S9(11)V9(02) VALUE ZERO.
001170     05  CB-IMP-VENTAS           PIC S9(11)V9(02) VALUE ZERO.
001410*de maquina) y abre el historial y el archivo de asientos.
001420******************************************************************
001430 1000-INICIALIZAR.
001431     ACCEPT CB-HORA-INICIO FROM TIME.
001440     ACCEPT CB-FECHA-PROCESO FROM DATE YYYYMMDD.
001450     OPEN INPUT PROCESS-DATE-FILE.
001460     IF CB-PROC-STATUS-OK
001850*ACUMULAR-HISTORIA: acumula los movimientos de la fecha de
001860*proceso en los importes por cuenta; las ventas suman y las
001870*devoluciones restan, en las mismas cuentas, el dia en que se
001880*procesan. Lo vendido a cuenta corriente no entra en la caja:
001881*va a deudores por ventas hasta que lo cobra el recibo.
001890******************************************************************
001900 2000-ACUMULAR-HISTORIA.
001910     IF SI-FECHA NOT = CB-FECHA-PROCESO
001930     END-IF.
001940     ADD 1 TO CB-CANT-MOVIMIENTOS.
001950     IF SI-TIPO-DEVOLUCION
001951         IF SI-PAGO-CREDITO
001952             SUBTRACT SI-TOTAL FROM CB-IMP-DEUDORES
001953         ELSE
001954             SUBTRACT SI-TOTAL FROM CB-IMP-CAJA
001955         END-IF
001970*        Del haber se resta el neto exacto (SI-NETO): el monto
001980*        de una devolucion viene truncado a pesos enteros y
001990*        desbalancearia el asiento por los centavos del IVA.
002000         SUBTRACT SI-NETO  FROM CB-IMP-VENTAS
002010         SUBTRACT SI-IVA   FROM CB-IMP-IVA
002020     ELSE
002021         IF SI-PAGO-CREDITO
002022             ADD SI-TOTAL       TO CB-IMP-DEUDORES
002023         ELSE
002024             ADD SI-TOTAL       TO CB-IMP-CAJA
002025         END-IF
002040         ADD SI-DESCUENTO-TOTAL TO CB-IMP-DESCUENTOS
002050         ADD SI-CUPON           TO CB-IMP-CUPONES
002060         ADD SI-MONTO           TO CB-IMP-VENTAS
002360     MOVE "CAJA A DEPOSITAR" TO GL-CONCEPTO.
002370     PERFORM 3100-GRABAR-DETALLE THRU 3100-EXIT.
002380     ADD CB-IMP-CAJA TO CB-TOTAL-DEBE.
002381     MOVE "DEUDVTAS" TO GL-CUENTA.
002382     MOVE "D" TO GL-DEBE-HABER.
002383     MOVE CB-IMP-DEUDORES TO GL-IMPORTE.
002384     MOVE "DEUDORES POR VENTAS" TO GL-CONCEPTO.
002385     PERFORM 3100-GRABAR-DETALLE THRU 3100-EXIT.
002386     ADD CB-IMP-DEUDORES TO CB-TOTAL-DEBE.
002390     MOVE "DESCOTOR" TO GL-CUENTA.
002400     MOVE "D" TO GL-DEBE-HABER.
002410     MOVE CB-IMP-DESCUENTOS TO GL-IMPORTE.
003300     MOVE "EJER1CTB" TO RC-PROGRAMA.
003310     MOVE CB-FECHA-PROCESO TO RC-FECHA.
003320     ACCEPT RC-HORA FROM TIME.
003321     MOVE CB-HORA-INICIO TO RC-HORA-INICIO.
003330     MOVE CB-CANT-MOVIMIENTOS TO RC-LEIDOS.
003340     MOVE CB-CANT-REGISTROS TO RC-PROCESADOS.
003350     WRITE RC-RUN-RECORD.
