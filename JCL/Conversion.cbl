000350*FECHA       INIC.  DESCRIPCION
000360*----------  -----  -------------------------------------------
000370*2026-08-22  RF     Version original.
000375*2026-10-15  RF     El maestro ya no tiene edad sino fecha de
000376*                   nacimiento: se deja en cero (sin fecha).
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. Conversion.
002830     MOVE OC-CLIENTE-ID      TO CM-CLIENTE-ID.
002840     MOVE OC-APELLIDO        TO CM-APELLIDO.
002850     MOVE OC-NOMBRE          TO CM-NOMBRE.
002860     MOVE ZERO               TO CM-FECHA-NACIMIENTO.
002870     SET CM-ACTIVO TO TRUE.
002880     MOVE ZERO               TO CM-FECHA-BAJA.
002890     MOVE SPACES             TO CM-MOTIVO-BAJA.
