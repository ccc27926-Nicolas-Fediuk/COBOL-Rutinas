000241*2026-09-02  RF     RC-TOTAL-GENERAL pasa a campo con signo:
000242*                   recibe totales netos de devoluciones, que
000243*                   pueden ser negativos.
000244*2026-10-15  RF     Se agrega RC-HORA-INICIO: hora en que arranco
000245*                   el paso (RC-HORA sigue siendo la hora de fin).
000246*                   La usa el paso de tiempos de la noche.
000250******************************************************************
000260 01  RC-RUN-RECORD.
000270     05  RC-PROGRAMA             PIC X(08).
000320     05  RC-RECHAZADOS           PIC 9(08).
000330     05  RC-SUMA-MONTO           PIC 9(10)V9(02).
000340     05  RC-TOTAL-GENERAL        PIC S9(10)V9(02).
000350     05  RC-HORA-INICIO          PIC 9(08).
