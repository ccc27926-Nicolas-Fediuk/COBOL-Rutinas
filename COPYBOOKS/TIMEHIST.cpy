000100******************************************************************
000110*COPYBOOK    : TIMEHIST
000120*PROPOSITO   : Layout del historial de tiempos del proceso
000130*              nocturno (TIME-HISTORY-FILE), secuencial y
000140*              permanente. El paso de tiempos (TIEMPOS) agrega
000150*              al final de cada noche un registro por paso, con
000160*              la hora de inicio y de fin que dejo en RUNCTL, su
000170*              duracion en segundos y sus registros leidos y
000180*              procesados, y un registro de la ventana completa
000190*              (TH-PROGRAMA = "*VENTANA") desde el inicio del
000200*              primer paso hasta el fin del ultimo. Las horas
000210*              son HHMMSScc como las da ACCEPT FROM TIME.
000220******************************************************************
000230*HISTORIAL DE MODIFICACIONES
000240*FECHA       INIC.  DESCRIPCION
000250*----------  -----  -------------------------------------------
000260*2026-10-15  RF     Copybook original.
000270******************************************************************
000280 01  TH-TIEMPO-RECORD.
000290     05  TH-FECHA                PIC 9(08).
000300     05  TH-PROGRAMA             PIC X(08).
000310         88  TH-ES-VENTANA             VALUE "*VENTANA".
000320     05  TH-HORA-INICIO          PIC 9(08).
000330     05  TH-HORA-FIN             PIC 9(08).
000340     05  TH-SEGUNDOS             PIC 9(06).
000350     05  TH-LEIDOS               PIC 9(08).
000360     05  TH-PROCESADOS           PIC 9(08).
000370     05  FILLER                  PIC X(10).
