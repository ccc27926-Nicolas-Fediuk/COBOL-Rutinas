000200*2026-08-21  RF     Copybook original, extraido del FD de
000210*                   Ejercicio2 para compartirlo con el
000220*                   mantenimiento batch del maestro.
000221*2026-10-15  RF     La edad antes y despues pasa a ser la fecha
000222*                   de nacimiento AAAAMMDD antes y despues (cero
000223*                   = sin fecha). El registro crece de 118 a 128
000224*                   bytes.
000230******************************************************************
000240 01  AL-AUDIT-RECORD.
000250     05  AL-USUARIO              PIC X(08).
000290     05  AL-CLIENTE-ID           PIC 9(06).
000300     05  AL-APELLIDO-ANTES       PIC X(20).
000310     05  AL-NOMBRE-ANTES         PIC X(15).
000320     05  AL-NACIMIENTO-ANTES     PIC 9(08).
000330     05  AL-APELLIDO-DESPUES     PIC X(20).
000340     05  AL-NOMBRE-DESPUES       PIC X(15).
000350     05  AL-NACIMIENTO-DESPUES   PIC 9(08).
000360     05  AL-ESTADO-ANTES         PIC X(01).
000370     05  AL-ESTADO-DESPUES       PIC X(01).
