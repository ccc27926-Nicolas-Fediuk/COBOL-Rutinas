000420*                   restan los movimientos D de sus totales.
000430*                   Lo historico se convierte con tipo V y
000440*                   referencia en cero (programa Conversion2).
000441*2026-10-15  RF     SH-MEDIO-PAGO admite C (venta a credito en
000442*                   cuenta corriente): no entra en caja ni en el
000443*                   deposito; la cobra despues el recibo.
000444*2026-10-15  RF     Agrega SH-PROMOCION y SH-PROMO-PORC: codigo
000445*                   y porcentaje de la promocion del calendario
000446*                   que el cierre aplico a la venta (espacios y
000447*                   cero si no hubo). El historial grabado antes
000448*                   de este cambio se convierte por unica vez sin
000449*                   promocion (programa Conversion3).
000450*2026-10-15  RF     Agrega SH-SUPERVISOR: codigo del supervisor
000451*                   (copybook SUPMAST) que autorizo un descuento
000452*                   sobre el tope; espacios si la venta no lo
000453*                   necesito. El registro crece de 104 a 109
000454*                   bytes; la misma Conversion3 lo deja en
000455*                   espacios en el historial vigente.
000456*2026-10-15  RF     Agrega SH-FIDEL-PORC: porcentaje extra de
000457*                   fidelidad que el cierre sumo a SH-DESCUENTO
000458*                   (cero si no hubo), para separar del descuento
000459*                   grabado lo que no tecleo el cajero. El
000460*                   registro crece de 109 a 111 bytes; lo
000461*                   historico pasa en cero (programa Conversion3).
000462******************************************************************
000463 01  SH-HISTORY-RECORD.
000470     05  SH-SECUENCIA            PIC 9(06).
000480     05  SH-FECHA                PIC 9(08).
000490     05  SH-HORA                 PIC 9(08).
000600     05  SH-MEDIO-PAGO           PIC X(01).
000610         88  SH-PAGO-EFECTIVO          VALUE "E".
000620         88  SH-PAGO-TARJETA           VALUE "T".
000621         88  SH-PAGO-CREDITO           VALUE "C".
000630     05  SH-TIPO                 PIC X(01).
000640         88  SH-TIPO-VENTA             VALUE "V" " ".
000650         88  SH-TIPO-DEVOLUCION        VALUE "D".
000660     05  SH-REF-FECHA            PIC 9(08).
000670     05  SH-REF-SECUENCIA        PIC 9(06).
000680     05  SH-PROMOCION            PIC X(05).
000690     05  SH-PROMO-PORC           PIC 9(02).
000700     05  SH-SUPERVISOR           PIC X(05).
000710     05  SH-FIDEL-PORC           PIC 9(02).
