000420*                   reinyectarla completa. Lo historico se
000430*                   convierte con tipo V y referencia en cero
000440*                   (programa Conversion2).
000441*2026-10-15  RF     Agrega SX-CUPON-SERIE al final del registro,
000442*                   para que la correccion supervisada reinyecte
000443*                   la venta con el mismo cupon con que entro. Lo
000444*                   historico se convierte con serie en cero
000445*                   (programa Conversion3). El registro crece de
000446*                   107 a 115 bytes.
000450******************************************************************
000460 01  SX-EXCEPTION-RECORD.
000470     05  SX-FECHA                PIC 9(08).
000560     05  SX-TIPO                 PIC X(01).
000570     05  SX-REF-FECHA            PIC 9(08).
000580     05  SX-REF-SECUENCIA        PIC 9(06).
000590     05  SX-CUPON-SERIE          PIC 9(08).
