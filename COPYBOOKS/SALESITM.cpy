000100******************************************************************
000110*COPYBOOK    : SALESITM
000120*PROPOSITO   : Layout del detalle por articulo del historial
000130*              de ventas (SALES-ITEM-INDEX), indexado con clave
000140*              fecha + secuencia + renglon: la fecha y la
000150*              secuencia son las del SI-HISTORY-RECORD de la
000160*              venta, de modo que el detalle se lee junto al
000170*              historial direccionable por fecha. El cierre
000180*              graba un registro por renglon valorizado; el
000190*              reporte de ventas por articulo lo lee por fecha.
000200******************************************************************
000210*HISTORIAL DE MODIFICACIONES
000220*FECHA       INIC.  DESCRIPCION
000230*----------  -----  -------------------------------------------
000240*2026-10-15  RF     Copybook original.
000250******************************************************************
000260 01  SD-ITEM-RECORD.
000270     05  SD-CLAVE.
000280         10  SD-FECHA            PIC 9(08).
000290         10  SD-SECUENCIA        PIC 9(06).
000300         10  SD-LINEA            PIC 9(02).
000310     05  SD-SUCURSAL             PIC X(03).
000320     05  SD-CAJERO               PIC X(05).
000330     05  SD-ARTICULO             PIC X(08).
000340     05  SD-CANTIDAD             PIC 9(05)V9(03).
000350     05  SD-PRECIO-UNIT          PIC 9(07)V9(02).
000360     05  SD-IMPORTE              PIC 9(08)V9(02).
000370     05  SD-CATEGORIA-IVA        PIC X(01).
000380     05  FILLER                  PIC X(10).
