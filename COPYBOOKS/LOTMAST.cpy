000100******************************************************************
000110*COPYBOOK    : LOTMAST
000120*PROPOSITO   : Layout del maestro de lotes (LOT-MASTER), indexado
000130*              por lote (el mismo codigo que trae MS-LOTE en la
000140*              medicion). Ata cada lote a su proveedor, a la
000150*              linea de produccion que lo recibe y a la fecha de
000160*              recepcion. Lo mantiene Ejercicio3Lotmant y lo lee
000170*              el tablero mensual de calidad (Ejercicio3Calidad)
000180*              para agrupar el historial de clasificacion por
000190*              proveedor y por linea.
000200******************************************************************
000210*HISTORIAL DE MODIFICACIONES
000220*FECHA       INIC.  DESCRIPCION
000230*----------  -----  -------------------------------------------
000240*2026-10-15  RF     Copybook original.
000250******************************************************************
000260 01  LT-LOTE-RECORD.
000270     05  LT-LOTE                 PIC X(06).
000280     05  LT-PROVEEDOR            PIC X(06).
000290     05  LT-NOMBRE-PROVEEDOR     PIC X(30).
000300     05  LT-LINEA                PIC X(04).
000310     05  LT-FECHA-RECEPCION      PIC 9(08).
000320     05  LT-FECHA-RECEPCION-R REDEFINES LT-FECHA-RECEPCION.
000330         10  LT-RECEPCION-AAAA   PIC 9(04).
000340         10  LT-RECEPCION-MM     PIC 9(02).
000350         10  LT-RECEPCION-DD     PIC 9(02).
000360     05  LT-FECHA-ALTA           PIC 9(08).
000370     05  LT-FECHA-MODIF          PIC 9(08).
000380     05  LT-USUARIO              PIC X(08).
000390     05  FILLER                  PIC X(22).
