000424*                   (las devoluciones restan). Los demas
000425*                   usuarios del checkpoint solo guardan
000426*                   valores positivos, que no cambian.
000427*2026-10-15  RF     Se agrega CK-CONTADOR-8, para que el cierre
000428*                   respalde cuantos renglones de articulos
000429*                   consumio y pueda saltearlos al reanudar.
000430*2026-10-15  RF     Se agregan CK-CONTADOR-9 y CK-ACUMULADOR-8,
000431*                   para las ventas a cuenta corriente del
000432*                   cierre.
000433*2026-10-15  RF     Se agregan CK-CONTADOR-10 y CK-ACUMULADOR-9,
000434*                   para las ventas con promocion del cierre y el
000435*                   descuento otorgado por promociones.
000436*2026-10-15  RF     Se agrega CK-CONTADOR-11, para las ventas con
000437*                   descuento sobre el tope autorizadas por un
000438*                   supervisor en el cierre.
000439******************************************************************
000440 01  CK-CHECKPOINT-RECORD.
000450     05  CK-PROGRAMA                 PIC X(08).
000460     05  CK-ULTIMO-REGISTRO          PIC 9(08) COMP.
000540         10  CK-CONTADOR-5           PIC 9(08) COMP.
000550         10  CK-CONTADOR-6           PIC 9(08) COMP.
000560         10  CK-CONTADOR-7           PIC 9(08) COMP.
000561         10  CK-CONTADOR-8           PIC 9(08) COMP.
000562         10  CK-CONTADOR-9           PIC 9(08) COMP.
000563         10  CK-CONTADOR-10          PIC 9(08) COMP.
000564         10  CK-CONTADOR-11          PIC 9(08) COMP.
000570     05  CK-ACUMULADORES.
000580         10  CK-ACUMULADOR-1         PIC 9(10)V9(02) COMP-3.
000590         10  CK-ACUMULADOR-2         PIC 9(10)V9(02) COMP-3.
000620         10  CK-ACUMULADOR-5         PIC S9(10)V9(02) COMP-3.
000630         10  CK-ACUMULADOR-6         PIC S9(10)V9(02) COMP-3.
000640         10  CK-ACUMULADOR-7         PIC 9(10)V9(02) COMP-3.
000650         10  CK-ACUMULADOR-8         PIC S9(10)V9(02) COMP-3.
000660         10  CK-ACUMULADOR-9         PIC 9(10)V9(02) COMP-3.
