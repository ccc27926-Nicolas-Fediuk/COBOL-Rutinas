000210*FECHA       INIC.  DESCRIPCION
000220*----------  -----  -------------------------------------------
000230*2026-09-02  RF     Copybook original.
000231*2026-10-15  RF     MC-LEGAJO (legajo de personal, para la
000232*                   interfaz de comisiones a liquidacion de
000233*                   sueldos) ocupa parte del FILLER final; en los
000234*                   cajeros cargados antes queda en espacios hasta
000235*                   que se lo carga por el mantenimiento.
000240******************************************************************
000250 01  MC-CAJERO-RECORD.
000260     05  MC-CAJERO               PIC X(05).
000310         88  MC-INACTIVO               VALUE "B".
000320     05  MC-FECHA-BAJA           PIC 9(08).
000330     05  MC-MOTIVO-BAJA          PIC X(20).
000331     05  MC-LEGAJO               PIC 9(06).
000340     05  FILLER                  PIC X(02).
