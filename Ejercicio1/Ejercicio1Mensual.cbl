000580*                   como el arqueo: un dia cuyas devoluciones
000590*                   superan las ventas guardaba el valor
000600*                   absoluto.
000601*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
000602*                   paso (RC-HORA-INICIO) para el historial
000603*                   de tiempos de la noche.
000610******************************************************************
000620 IDENTIFICATION DIVISION.
000630 PROGRAM-ID. Ejercicio1Mensual.
001360 01  MM-RUN-STATUS               PIC X(02).
001370     88  MM-RUN-STATUS-OK              VALUE "00".
001380
001381 01  MM-HORA-INICIO              PIC 9(08) VALUE ZERO.
001390 01  MM-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001400
001410 01  MM-CONSTANTES.
002490*PARM si vino informado.
002500******************************************************************
002510 1000-INICIALIZAR.
002511     ACCEPT MM-HORA-INICIO FROM TIME.
002520     ACCEPT MM-FECHA-EMISION FROM DATE YYYYMMDD.
002530     MOVE MM-FECHA-EMISION TO MM-FECHA-PROCESO.
002540     OPEN INPUT PROCESS-DATE-FILE.
005530     MOVE "EJER1MES" TO RC-PROGRAMA.
005540     MOVE MM-FECHA-PROCESO TO RC-FECHA.
005550     ACCEPT RC-HORA FROM TIME.
005551     MOVE MM-HORA-INICIO TO RC-HORA-INICIO.
005560     MOVE MM-TOT-CANT TO RC-LEIDOS.
005570     MOVE MM-TOT-CANT TO RC-PROCESADOS.
005580     MOVE MM-TOT-TOTAL TO RC-TOTAL-GENERAL.
