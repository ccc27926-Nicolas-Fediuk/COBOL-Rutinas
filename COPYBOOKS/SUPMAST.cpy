000100******************************************************************
000110*COPYBOOK    : SUPMAST
000120*PROPOSITO   : Layout del registro del maestro de supervisores
000130*              (SUPERVISOR-MASTER), indexado por codigo de
000140*              supervisor y con clave alternativa unica por
000150*              codigo personal de autorizacion. Reemplaza al
000160*              codigo de gerencia unico de PARAMS: cada
000170*              supervisor autoriza descuentos sobre el tope solo
000180*              en su sucursal y hasta su propio tope. Lo mantiene
000190*              Ejercicio1Supmant; el cierre y Ejercicio1Superv
000200*              validan contra el el codigo de cada venta.
000210******************************************************************
000220*HISTORIAL DE MODIFICACIONES
000230*FECHA       INIC.  DESCRIPCION
000240*----------  -----  -------------------------------------------
000250*2026-10-15  RF     Copybook original.
000260******************************************************************
000270 01  SP-SUPERVISOR-RECORD.
000280     05  SP-SUPERVISOR           PIC X(05).
000290     05  SP-NOMBRE               PIC X(25).
000300     05  SP-COD-PERSONAL         PIC X(04).
000310     05  SP-SUCURSAL             PIC X(03).
000320     05  SP-TOPE-AUTORIZA        PIC 9(02).
000330     05  SP-ESTADO               PIC X(01).
000340         88  SP-ACTIVO                 VALUE "A".
000350         88  SP-INACTIVO               VALUE "B".
000360     05  SP-FECHA-BAJA           PIC 9(08).
000370     05  SP-MOTIVO-BAJA          PIC X(20).
000380     05  FILLER                  PIC X(12).
