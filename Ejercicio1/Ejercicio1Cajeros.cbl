000670*                   de barrer el secuencial completo desde la
000680*                   ultima depuracion; el resultado es el
000690*                   mismo, la ventana nocturna no.
000691*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
000692*                   paso (RC-HORA-INICIO) para el historial
000693*                   de tiempos de la noche.
000700******************************************************************
000710 IDENTIFICATION DIVISION.
000720 PROGRAM-ID. Ejercicio1Cajeros.
001570 01  CJ-SW-CAJM-ABIERTO          PIC X(01) VALUE "N".
001580     88  CJ-CAJMAST-ABIERTO            VALUE "S".
001590
001591 01  CJ-HORA-INICIO              PIC 9(08) VALUE ZERO.
001600 01  CJ-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001610
001620 01  CJ-CONSTANTES.
002770*rechazos; en ese caso se informa la rendicion sin rechazos.
002780******************************************************************
002790 1000-INICIALIZAR.
002791     ACCEPT CJ-HORA-INICIO FROM TIME.
002800     ACCEPT CJ-FECHA-EMISION FROM DATE YYYYMMDD.
002810     MOVE CJ-FECHA-EMISION TO CJ-FECHA-PROCESO.
002820     OPEN INPUT PROCESS-DATE-FILE.
006370     MOVE "EJER1CAJ" TO RC-PROGRAMA.
006380     MOVE CJ-FECHA-PROCESO TO RC-FECHA.
006390     ACCEPT RC-HORA FROM TIME.
006391     MOVE CJ-HORA-INICIO TO RC-HORA-INICIO.
006400     MOVE CJ-TOT-CANT TO RC-LEIDOS.
006410     MOVE CJ-TOT-CANT TO RC-PROCESADOS.
006420     MOVE CJ-TOT-TOTAL TO RC-TOTAL-GENERAL.
