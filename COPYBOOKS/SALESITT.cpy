000100******************************************************************
000110*COPYBOOK    : SALESITT
000120*PROPOSITO   : Layout del renglon de articulo de un ticket
000130*              (SALES-ITEM-TRANS-FILE). Las cajas entregan,
000140*              junto con SALESTRN, un archivo de renglones en
000150*              el mismo orden que los tickets: cada ticket con
000160*              ST-CANT-ITEMS mayor que cero va seguido en este
000170*              archivo por esa cantidad de renglones, con la
000180*              sucursal y el cajero del ticket para el control
000190*              de correspondencia. El precio unitario es el que
000200*              cobro la caja; en cero, el cierre toma el del
000210*              maestro de articulos.
000220******************************************************************
000230*HISTORIAL DE MODIFICACIONES
000240*FECHA       INIC.  DESCRIPCION
000250*----------  -----  -------------------------------------------
000260*2026-10-15  RF     Copybook original.
000270******************************************************************
000280 01  IT-ITEM-RECORD.
000290     05  IT-SUCURSAL             PIC X(03).
000300     05  IT-CAJERO               PIC X(05).
000310     05  IT-LINEA                PIC 9(02).
000320     05  IT-ARTICULO             PIC X(08).
000330     05  IT-CANTIDAD             PIC 9(05)V9(03).
000340     05  IT-PRECIO-UNIT          PIC 9(07)V9(02).
000350     05  FILLER                  PIC X(05).
