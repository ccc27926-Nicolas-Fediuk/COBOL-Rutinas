000100******************************************************************
000110*COPYBOOK    : COMPAR
000120*PROPOSITO   : Layout del registro de reglas de comision de
000130*              cajeros (COMMISSION-PARAMS-FILE), con clave por
000140*              sucursal y fecha de vigencia. La sucursal en
000150*              blanco es la regla general, que rige en las
000160*              sucursales sin regla propia. Cada regla trae el
000170*              porcentaje de comision sobre la venta neta del
000180*              mes, el piso de venta neta por debajo del cual no
000190*              se cobra comision, y el porcentaje de los
000200*              faltantes de caja fuera de tolerancia (historial
000210*              ARQDIF) que se descuenta de la comision. Lo
000220*              mantiene Ejercicio1Compar y lo lee la comision
000230*              mensual (Ejercicio1Comision) con la regla vigente
000240*              al ultimo dia del mes liquidado.
000250******************************************************************
000260*HISTORIAL DE MODIFICACIONES
000270*FECHA       INIC.  DESCRIPCION
000280*----------  -----  -------------------------------------------
000290*2026-10-15  RF     Copybook original.
000300******************************************************************
000310 01  KP-COMISION-RECORD.
000320     05  KP-CLAVE.
000330         10  KP-SUCURSAL         PIC X(03).
000340             88  KP-REGLA-GENERAL      VALUE SPACES.
000350         10  KP-FECHA-VIGENCIA   PIC 9(08).
000360     05  KP-PORCENTAJE           PIC 9(02)V9(02).
000370     05  KP-PISO-VENTAS          PIC 9(10)V9(02).
000380     05  KP-PORC-FALTANTE        PIC 9(03).
000390     05  KP-FECHA-ALTA           PIC 9(08).
000400     05  KP-USUARIO              PIC X(08).
000410     05  FILLER                  PIC X(14).
