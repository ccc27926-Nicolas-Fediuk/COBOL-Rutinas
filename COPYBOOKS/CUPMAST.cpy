000100******************************************************************
000110*COPYBOOK    : CUPMAST
000120*PROPOSITO   : Layout del registro del maestro de cupones
000130*              (VOUCHER-MASTER), indexado por numero de serie del
000140*              cupon de papel. Lo emite y anula Ejercicio1Cupmant;
000150*              el cierre valida contra el cada venta con cupon
000160*              (ST-CUPON-SERIE) y lo marca canjeado con la fecha y
000170*              la secuencia de la venta en el historial. Esa
000180*              fecha + secuencia (CP-CANJE-CLAVE) es clave
000190*              alternativa, para llegar al cupon desde la venta
000200*              cuando se la devuelve. El reporte mensual de
000210*              cupones pendientes (Ejercicio1Cupones) pasa a
000220*              vencidos los emitidos cuya fecha de vencimiento ya
000230*              paso. CP-FECHA-ESTADO es la fecha del ultimo cambio
000240*              de estado.
000250******************************************************************
000260*HISTORIAL DE MODIFICACIONES
000270*FECHA       INIC.  DESCRIPCION
000280*----------  -----  -------------------------------------------
000290*2026-10-15  RF     Copybook original.
000300******************************************************************
000310 01  CP-CUPON-RECORD.
000320     05  CP-SERIE                PIC 9(08).
000330     05  CP-VALOR-NOMINAL        PIC 9(04)V9(02).
000340     05  CP-FECHA-EMISION        PIC 9(08).
000350     05  CP-FECHA-VENCIMIENTO    PIC 9(08).
000360     05  CP-CAMPANIA             PIC X(10).
000370     05  CP-ESTADO               PIC X(01).
000380         88  CP-EMITIDO                VALUE "E".
000390         88  CP-CANJEADO               VALUE "C".
000400         88  CP-ANULADO                VALUE "A".
000410         88  CP-VENCIDO                VALUE "V".
000420     05  CP-FECHA-ESTADO         PIC 9(08).
000430     05  CP-CANJE-CLAVE.
000440         10  CP-CANJE-FECHA      PIC 9(08).
000450         10  CP-CANJE-SECUENCIA  PIC 9(06).
000460     05  CP-CANJE-SUCURSAL       PIC X(03).
000470     05  CP-MOTIVO-ANULACION     PIC X(20).
000480     05  FILLER                  PIC X(10).
