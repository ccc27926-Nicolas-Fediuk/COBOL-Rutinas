000100******************************************************************
000110*COPYBOOK    : CTACTE
000120*PROPOSITO   : Layout de los movimientos de cuenta corriente de
000130*              los clientes (CUSTOMER-LEDGER), indexado con clave
000140*              cliente + fecha + tipo + numero. Los graba el
000150*              cierre (ventas a credito y sus devoluciones) y la
000160*              carga de recibos de cobranza; el saldo vivo queda
000170*              en CM-SALDO-CTACTE del maestro de clientes y este
000180*              archivo es el detalle que permite armar la
000190*              antiguedad de saldos. La clave unica impide que un
000200*              rearranque del cierre o un recibo repetido mueva
000210*              dos veces el saldo.
000220*              CC-NUMERO es la secuencia del historial para las
000230*              ventas y devoluciones, y el numero de recibo para
000240*              las cobranzas. CC-REF-FECHA/CC-REF-SECUENCIA son la
000250*              venta original de una devolucion.
000260******************************************************************
000270*HISTORIAL DE MODIFICACIONES
000280*FECHA       INIC.  DESCRIPCION
000290*----------  -----  -------------------------------------------
000300*2026-10-15  RF     Copybook original.
000310******************************************************************
000320 01  CC-MOVIMIENTO-RECORD.
000330     05  CC-CLAVE.
000340         10  CC-CLIENTE-ID       PIC 9(06).
000350         10  CC-FECHA            PIC 9(08).
000360         10  CC-TIPO             PIC X(01).
000370             88  CC-TIPO-VENTA         VALUE "V".
000380             88  CC-TIPO-DEVOLUCION    VALUE "D".
000390             88  CC-TIPO-RECIBO        VALUE "R".
000400         10  CC-NUMERO           PIC 9(06).
000410     05  CC-IMPORTE              PIC 9(09)V9(02).
000420     05  CC-SUCURSAL             PIC X(03).
000430     05  CC-CAJERO               PIC X(05).
000440     05  CC-REF-FECHA            PIC 9(08).
000450     05  CC-REF-SECUENCIA        PIC 9(06).
000460     05  CC-MEDIO-COBRO          PIC X(01).
000470         88  CC-COBRO-EFECTIVO         VALUE "E".
000480         88  CC-COBRO-TARJETA          VALUE "T".
000490         88  CC-COBRO-CHEQUE           VALUE "Q".
000500     05  FILLER                  PIC X(10).
