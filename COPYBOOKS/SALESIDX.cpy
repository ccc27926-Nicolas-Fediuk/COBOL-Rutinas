000290*FECHA       INIC.  DESCRIPCION
000300*----------  -----  -------------------------------------------
000310*2026-09-02  RF     Copybook original.
000311*2026-10-15  RF     SI-MEDIO-PAGO admite C (venta a credito en
000312*                   cuenta corriente), que los lectores de caja
000313*                   y deposito dejan fuera del efectivo.
000314*2026-10-15  RF     SI-PROMOCION y SI-PROMO-PORC ocupan el FILLER
000315*                   final: promocion aplicada a la venta, como en
000316*                   SALESHST. En los registros grabados antes de
000317*                   este cambio quedan en espacios; los lectores
000318*                   miran SI-PROMOCION antes de usar el
000319*                   porcentaje.
000320*2026-10-15  RF     Agrega SI-FIDEL-PORC, extra de fidelidad
000321*                   incluido en SI-DESCUENTO, como SH-FIDEL-PORC
000322*                   en SALESHST. El registro crece de 105 a 107
000323*                   bytes; Conversion3 convierte el indice con el
000324*                   extra en cero.
000325******************************************************************
000330 01  SI-HISTORY-RECORD.
000340     05  SI-CLAVE.
000350         10  SI-FECHA            PIC 9(08).
000480     05  SI-MEDIO-PAGO           PIC X(01).
000490         88  SI-PAGO-EFECTIVO          VALUE "E".
000500         88  SI-PAGO-TARJETA           VALUE "T".
000501         88  SI-PAGO-CREDITO           VALUE "C".
000510     05  SI-TIPO                 PIC X(01).
000520         88  SI-TIPO-VENTA             VALUE "V" " ".
000530         88  SI-TIPO-DEVOLUCION        VALUE "D".
000550     05  SI-REF-SECUENCIA        PIC 9(06).
000560     05  SI-DEVUELTA             PIC X(01).
000570         88  SI-YA-DEVUELTA            VALUE "S".
000580     05  SI-PROMOCION            PIC X(05).
000590     05  SI-PROMO-PORC           PIC 9(02).
000600     05  SI-FIDEL-PORC           PIC 9(02).
