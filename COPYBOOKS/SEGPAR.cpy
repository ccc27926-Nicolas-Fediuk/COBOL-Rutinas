000100******************************************************************
000110*COPYBOOK    : SEGPAR
000120*PROPOSITO   : Layout del registro de parametros de segmentacion
000130*              de clientes (SEGMENT-PARAMS-FILE), con clave por
000140*              fecha de vigencia como el archivo PARAMS. Cada
000150*              juego trae los dias sin comprar desde los que un
000160*              cliente pasa a enfriandose, dormido y perdido, y
000170*              los montos historicos desde los que su valor es
000180*              medio o alto. Lo usa el reporte semanal de
000190*              segmentos (Ejercicio2Segmento) y lo mantiene
000200*              Ejercicio2Segpar.
000210******************************************************************
000220*HISTORIAL DE MODIFICACIONES
000230*FECHA       INIC.  DESCRIPCION
000240*----------  -----  -------------------------------------------
000250*2026-10-15  RF     Copybook original.
000260******************************************************************
000270 01  SG-SEG-RECORD.
000280     05  SG-FECHA-VIGENCIA       PIC 9(08).
000290     05  SG-DIAS-ENFRIANDO       PIC 9(03).
000300     05  SG-DIAS-DORMIDO         PIC 9(03).
000310     05  SG-DIAS-PERDIDO         PIC 9(03).
000320     05  SG-MONTO-MEDIO          PIC 9(10)V9(02).
000330     05  SG-MONTO-ALTO           PIC 9(10)V9(02).
000340     05  FILLER                  PIC X(19).
