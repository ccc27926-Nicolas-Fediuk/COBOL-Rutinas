000100******************************************************************
000110*COPYBOOK    : CUSTXREF
000120*PROPOSITO   : Layout del registro de referencias de fusion de
000130*              clientes (CUSTOMER-XREF), indexado por el cliente
000140*              absorbido y con clave alternativa con duplicados
000150*              por el cliente que lo absorbio. Lo graba la fusion
000160*              de Ejercicio2; el cierre (devoluciones) y el estado
000170*              de cuenta lo consultan para tratar la historia
000180*              grabada con el ID absorbido como del sobreviviente.
000190*              Siempre apunta al sobreviviente final: una fusion
000200*              posterior reapunta las referencias anteriores.
000210******************************************************************
000220*HISTORIAL DE MODIFICACIONES
000230*FECHA       INIC.  DESCRIPCION
000240*----------  -----  -------------------------------------------
000250*2026-10-15  RF     Copybook original.
000260******************************************************************
000270 01  FX-FUSION-RECORD.
000280     05  FX-ABSORBIDO-ID         PIC 9(06).
000290     05  FX-SOBREVIVIENTE-ID     PIC 9(06).
000300     05  FX-FECHA-FUSION         PIC 9(08).
000310     05  FX-HORA-FUSION          PIC 9(08).
000320     05  FX-USUARIO              PIC X(08).
000330     05  FILLER                  PIC X(04).
