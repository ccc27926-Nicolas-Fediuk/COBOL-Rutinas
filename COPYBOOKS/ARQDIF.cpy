000100******************************************************************
000110*COPYBOOK    : ARQDIF
000120*PROPOSITO   : Layout del historial de diferencias de arqueo por
000130*              cajon (DRAWER-DIFF-FILE), indexado por fecha,
000140*              cajero y sucursal. El arqueo nocturno
000150*              (Ejercicio1Arqueo) graba un registro por cajon
000160*              con el efectivo de sistema, lo contado en el sobre
000170*              y la diferencia (contado menos sistema: negativa
000180*              es faltante), y si quedo fuera de tolerancia; un
000190*              rearranque del arqueo reemplaza los del dia. La
000200*              comision mensual de cajeros (Ejercicio1Comision)
000210*              descuenta los faltantes fuera de tolerancia.
000220******************************************************************
000230*HISTORIAL DE MODIFICACIONES
000240*FECHA       INIC.  DESCRIPCION
000250*----------  -----  -------------------------------------------
000260*2026-10-15  RF     Copybook original.
000270******************************************************************
000280 01  AD-DIFERENCIA-RECORD.
000290     05  AD-CLAVE.
000300         10  AD-FECHA            PIC 9(08).
000310         10  AD-CAJERO           PIC X(05).
000320         10  AD-SUCURSAL         PIC X(03).
000330     05  AD-SISTEMA              PIC S9(10)V9(02).
000340     05  AD-CONTADO              PIC 9(10)V9(02).
000350     05  AD-DIFERENCIA           PIC S9(10)V9(02).
000360     05  AD-ORIGEN               PIC X(01).
000370         88  AD-SOLO-VENTAS            VALUE "V".
000380         88  AD-SOLO-CONTEO            VALUE "C".
000390         88  AD-CRUZADO                VALUE "A".
000400     05  AD-SW-TOLERANCIA        PIC X(01).
000410         88  AD-FUERA-TOLERANCIA       VALUE "S".
000420     05  FILLER                  PIC X(06).
