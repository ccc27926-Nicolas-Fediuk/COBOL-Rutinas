000100******************************************************************
000110*COPYBOOK    : PREVPAR
000120*PROPOSITO   : Layout del registro de parametros de prevencion de
000130*              perdidas (LOSS-PARAMS-FILE), con clave por fecha de
000140*              vigencia como el archivo PARAMS. Cada juego trae la
000150*              ventana en dias que analiza el reporte nocturno de
000160*              prevencion (Ejercicio1Prevencion), el minimo de
000170*              ventas del cajero para evaluar las tasas, el margen
000180*              en puntos por debajo del tope de descuento que se
000190*              considera "cerca del tope", y por cada uno de los
000200*              seis indicadores el umbral que lo dispara y el peso
000210*              que suma al puntaje del cajero. Un umbral en cero
000220*              anula el indicador. Indicadores:
000230*                1 tasa de devoluciones (% sobre ventas)
000240*                2 devoluciones de ventas del mismo cajero (cant.)
000250*                3 ventas en o cerca del tope (% sobre ventas)
000260*                4 descuentos sobre el tope con codigo de gerencia
000270*                  (cant.)
000280*                5 ventas rechazadas y luego corregidas (cant.)
000290*                6 reintegros al mismo cliente (cant. por cliente)
000300*              Lo mantiene Ejercicio1Prevpar.
000310******************************************************************
000320*HISTORIAL DE MODIFICACIONES
000330*FECHA       INIC.  DESCRIPCION
000340*----------  -----  -------------------------------------------
000350*2026-10-15  RF     Copybook original.
000360******************************************************************
000370 01  LP-PREV-RECORD.
000380     05  LP-FECHA-VIGENCIA       PIC 9(08).
000390     05  LP-DIAS-VENTANA         PIC 9(03).
000400     05  LP-MIN-VENTAS           PIC 9(04).
000410     05  LP-MARGEN-TOPE          PIC 9(02).
000420     05  LP-INDICADOR            OCCURS 6 TIMES.
000430         10  LP-UMBRAL           PIC 9(03).
000440         10  LP-PESO             PIC 9(02).
000450     05  FILLER                  PIC X(13).
