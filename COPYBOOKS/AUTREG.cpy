000100******************************************************************
000110*COPYBOOK    : AUTREG
000120*PROPOSITO   : Layout del registro de autorizaciones de
000130*              descuento sobre el tope (OVERRIDE-REGISTER). El
000140*              cierre graba uno por cada venta aceptada con un
000150*              descuento mayor al tope vigente, con el
000160*              supervisor que la autorizo; Ejercicio1Autoriz lo
000170*              lista semanalmente por sucursal para la firma del
000180*              gerente de cada una.
000190******************************************************************
000200*HISTORIAL DE MODIFICACIONES
000210*FECHA       INIC.  DESCRIPCION
000220*----------  -----  -------------------------------------------
000230*2026-10-15  RF     Copybook original.
000240******************************************************************
000250 01  RA-AUTORIZACION-RECORD.
000260     05  RA-FECHA                PIC 9(08).
000270     05  RA-SECUENCIA            PIC 9(06).
000280     05  RA-HORA                 PIC 9(08).
000290     05  RA-SUCURSAL             PIC X(03).
000300     05  RA-CAJERO               PIC X(05).
000310     05  RA-SUPERVISOR           PIC X(05).
000320     05  RA-CLIENTE-ID           PIC 9(06).
000330     05  RA-MONTO                PIC 9(06).
000340     05  RA-DESCUENTO            PIC 9(02).
000350     05  RA-TOPE-VIGENTE         PIC 9(02).
000360     05  RA-TOPE-SUPERVISOR      PIC 9(02).
000370     05  RA-DESCUENTO-TOTAL      PIC 9(06).
000380     05  RA-TOTAL                PIC 9(07)V9(02).
000390     05  FILLER                  PIC X(12).
