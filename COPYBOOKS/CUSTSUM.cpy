000200*FECHA       INIC.  DESCRIPCION
000210*----------  -----  -------------------------------------------
000220*2026-09-02  RF     Copybook original.
000221*2026-10-15  RF     Agrega CS-SUCURSAL-ULTIMA sobre el FILLER de
000222*                   cola: sucursal de la ultima compra, para el
000223*                   resumen de segmentos por sucursal. Los
000224*                   registros anteriores la traen en blanco.
000230******************************************************************
000240 01  CS-SUMMARY-RECORD.
000250     05  CS-CLIENTE-ID           PIC 9(06).
000270     05  CS-ACUM-MONTO           PIC 9(10)V9(02).
000280     05  CS-ACUM-TOTAL           PIC 9(10)V9(02).
000290     05  CS-FECHA-ULTIMA         PIC 9(08).
000300     05  CS-SUCURSAL-ULTIMA      PIC X(03).
000310     05  FILLER                  PIC X(05).
