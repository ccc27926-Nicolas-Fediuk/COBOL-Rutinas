000360*                   poder procesar devoluciones validadas
000370*                   contra el historial. El registro crece de
000380*                   34 a 49 bytes.
000381*2026-10-15  RF     Agrega ST-CANT-ITEMS: cantidad de renglones
000382*                   de articulo del ticket, que llegan en el
000383*                   archivo de renglones SALESITT (copybook
000384*                   SALESITT) en el mismo orden que los tickets.
000385*                   En cero (o vacio, en las reinyecciones) el
000386*                   ticket se cobra por ST-MONTO como hasta
000387*                   ahora. El registro crece de 49 a 51 bytes.
000388*2026-10-15  RF     ST-MEDIO-PAGO acepta C (credito en cuenta
000389*                   corriente) para las ventas a los clientes
000390*                   mayoristas que compran a cuenta.
000391*2026-10-15  RF     Agrega ST-CUPON-SERIE: numero de serie del
000392*                   cupon de papel que entrega el cliente, que el
000393*                   cierre valida contra el maestro de cupones
000394*                   (copybook CUPMAST). En cero (o vacio, en las
000395*                   reinyecciones viejas) la venta no trae cupon.
000396*                   El registro crece de 51 a 59 bytes.
000397******************************************************************
000400 01  ST-TRANS-RECORD.
000410     05  ST-MONTO                PIC 9(06).
000420     05  ST-DESCUENTO            PIC 9(02).
000480     05  ST-MEDIO-PAGO           PIC X(01).
000490         88  ST-PAGO-EFECTIVO          VALUE "E".
000500         88  ST-PAGO-TARJETA           VALUE "T".
000501         88  ST-PAGO-CREDITO           VALUE "C".
000510     05  ST-TIPO                 PIC X(01).
000520         88  ST-TIPO-VENTA             VALUE "V" " ".
000530         88  ST-TIPO-DEVOLUCION        VALUE "D".
000540     05  ST-REF-FECHA            PIC 9(08).
000550     05  ST-REF-SECUENCIA        PIC 9(06).
000560     05  ST-CANT-ITEMS           PIC 9(02).
000561     05  ST-CUPON-SERIE          PIC 9(08).
000570     05  FILLER                  PIC X(01).
