000100******************************************************************
000110*COPYBOOK    : TARGETS
000120*PROPOSITO   : Layout del registro de objetivos mensuales de
000130*              venta (TARGET-FILE), indexado por mes AAAAMM,
000140*              sucursal y cajero. El registro con el cajero en
000150*              blanco es el objetivo de la sucursal; los que
000160*              traen cajero son objetivos opcionales por cajero
000170*              dentro de la sucursal. Lo mantiene
000180*              Ejercicio1Objmant (con su log de auditoria) y lo
000190*              lee el reporte nocturno de cumplimiento
000195*              Ejercicio1Objetivos.
000200******************************************************************
000210*HISTORIAL DE MODIFICACIONES
000220*FECHA       INIC.  DESCRIPCION
000230*----------  -----  -------------------------------------------
000240*2026-10-15  RF     Copybook original.
000250******************************************************************
000260 01  OB-OBJETIVO-RECORD.
000270     05  OB-CLAVE.
000280         10  OB-MES              PIC 9(06).
000290         10  OB-SUCURSAL         PIC X(03).
000300         10  OB-CAJERO           PIC X(05).
000310             88  OB-DE-SUCURSAL        VALUE SPACES.
000320     05  OB-MONTO                PIC 9(10)V9(02).
000330     05  OB-FECHA-ALTA           PIC 9(08).
000340     05  OB-USUARIO              PIC X(08).
000350     05  FILLER                  PIC X(08).
