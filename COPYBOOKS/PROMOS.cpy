000100******************************************************************
000110*COPYBOOK    : PROMOS
000120*PROPOSITO   : Layout del registro del calendario de promociones
000130*              (PROMOTION-FILE), indexado por codigo de
000140*              promocion. Cada promocion tiene un rango de fechas,
000150*              un dia de la semana (0=todos, 1=lunes ... 7=
000160*              domingo), una sucursal (espacios=todas), un medio
000170*              de pago (espacio=todos) y el porcentaje de
000180*              descuento. La mantiene Ejercicio1Promant; el
000190*              cierre aplica a cada venta la de mayor porcentaje
000200*              que corresponda, y el reporte de efectividad
000210*              (Ejercicio1Promos) la compara contra los mismos
000220*              dias de semana sin promocion. Las promociones no
000230*              se borran: la baja las pasa a estado B.
000240******************************************************************
000250*HISTORIAL DE MODIFICACIONES
000260*FECHA       INIC.  DESCRIPCION
000270*----------  -----  -------------------------------------------
000280*2026-10-15  RF     Copybook original.
000290******************************************************************
000300 01  PO-PROMO-RECORD.
000310     05  PO-CODIGO               PIC X(05).
000320     05  PO-DESCRIPCION          PIC X(30).
000330     05  PO-FECHA-DESDE          PIC 9(08).
000340     05  PO-FECHA-HASTA          PIC 9(08).
000350     05  PO-DIA-SEMANA           PIC 9(01).
000360         88  PO-TODOS-LOS-DIAS         VALUE 0.
000370     05  PO-SUCURSAL             PIC X(03).
000380     05  PO-MEDIO-PAGO           PIC X(01).
000390         88  PO-MEDIO-VALIDO           VALUE " " "E" "T" "C".
000400     05  PO-PORCENTAJE           PIC 9(02).
000410     05  PO-ESTADO               PIC X(01).
000420         88  PO-ACTIVA                 VALUE "A".
000430         88  PO-DE-BAJA                VALUE "B".
000440     05  PO-FECHA-ALTA           PIC 9(08).
000450     05  FILLER                  PIC X(13).
