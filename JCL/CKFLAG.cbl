000230*              de la agenda SCHEDULE-CONTROL-FILE (copybook
000240*              SCHEDCTL) junto con la fecha de proceso de
000250*              PROCDATE y el calendario de feriados CALENDAR:
000260*              diario, fin de mes habil, fin de semana habil,
000270*              fecha puntual, salteado hasta fecha, o nunca.
000280*              Los tramos mensuales y semanales se habilitan y
000281*              deshabilitan solos y nadie vuelve a editar
000290*              PARM='N' a mano.
000300******************************************************************
000310*HISTORIAL DE MODIFICACIONES
000320*FECHA       INIC.  DESCRIPCION
000640*2026-09-02  RF     Solo los registros tipo F del calendario
000650*                   cuentan como feriado para el fin de mes
000660*                   habil; cualquier otro tipo se ignora.
000661*2026-10-15  RF     Modo W de la agenda: el tramo corre el ultimo
000662*                   dia habil de la semana, cuando el siguiente
000663*                   dia habil cae en otra semana (su dia de
000664*                   semana, lunes = 1, no es posterior al de la
000665*                   fecha de proceso, o esta a una semana o mas).
000666*                   Estampa la ultima corrida como el modo M.
000670******************************************************************
000680 IDENTIFICATION DIVISION.
000690 PROGRAM-ID. CKFLAG.
001400 01  CF-MES-PROCESO              PIC 9(06) VALUE ZERO.
001410 01  CF-MES-SIGUIENTE            PIC 9(06) VALUE ZERO.
001420 01  CF-RESTO-FECHA              PIC 9(02) VALUE ZERO.
001421 01  CF-DIA-PROCESO              PIC 9(01) VALUE ZERO.
001422 01  CF-DIA-SIGUIENTE            PIC 9(01) VALUE ZERO.
001423 01  CF-DIA-NUMERO               PIC 9(04) COMP VALUE ZERO.
001424 01  CF-DIAS-AVANCE              PIC 9(04) COMP VALUE ZERO.
001430
001440 01  CF-FECHA-TRABAJO-NUM        PIC 9(08) VALUE ZERO.
001450 01  CF-FECHA-PARTES REDEFINES CF-FECHA-TRABAJO-NUM.
003210                 SET CF-EJECUTAR TO TRUE
003220                 SET CF-ESTAMPAR TO TRUE
003230             END-IF
003231         WHEN SC-MODO-FIN-SEMANA
003232             PERFORM 3600-EVALUAR-FIN-DE-SEMANA THRU 3600-EXIT
003233             IF CF-DIA-SIGUIENTE NOT > CF-DIA-PROCESO
003234                     OR CF-DIAS-AVANCE > 6
003235                 SET CF-EJECUTAR TO TRUE
003236                 SET CF-ESTAMPAR TO TRUE
003237             END-IF
003240         WHEN OTHER
003250             DISPLAY "CKFLAG: modo desconocido '" SC-MODO
003260                 "' en tramo " CF-TRAMO-PEDIDO ", omitido"
003970
003980 3200-PROBAR-DIA.
003990     PERFORM 3300-SUMAR-UN-DIA THRU 3300-EXIT.
003991     ADD 1 TO CF-DIAS-AVANCE.
004000     PERFORM 3400-DIA-DE-SEMANA THRU 3400-EXIT.
004010     IF CF-ZEL-H = 0 OR CF-ZEL-H = 1
004020         GO TO 3200-EXIT
004940 3510-EXIT.
004950     EXIT.
004960
004970******************************************************************
004980*EVALUAR-FIN-DE-SEMANA: la fecha de proceso es fin de semana
004990*habil cuando el siguiente dia habil cae en otra semana. Los
005000*dias se numeran lunes = 1 ... domingo = 7 a partir de Zeller.
005010******************************************************************
005020 3600-EVALUAR-FIN-DE-SEMANA.
005030     PERFORM 3100-CARGAR-CALENDARIO THRU 3100-EXIT.
005040     MOVE CF-FECHA-PROCESO TO CF-FECHA-TRABAJO-NUM.
005050     PERFORM 3400-DIA-DE-SEMANA THRU 3400-EXIT.
005060     PERFORM 3650-NUMERAR-DIA THRU 3650-EXIT.
005070     MOVE CF-DIA-NUMERO TO CF-DIA-PROCESO.
005080     MOVE ZERO TO CF-DIAS-AVANCE.
005090     MOVE "N" TO CF-SW-HABIL.
005100     PERFORM 3200-PROBAR-DIA THRU 3200-EXIT
005110         UNTIL CF-ES-HABIL.
005120     PERFORM 3650-NUMERAR-DIA THRU 3650-EXIT.
005130     MOVE CF-DIA-NUMERO TO CF-DIA-SIGUIENTE.
005140 3600-EXIT.
005150     EXIT.
005160
005170 3650-NUMERAR-DIA.
005180     COMPUTE CF-ZEL-SUMA = CF-ZEL-H + 5.
005190     DIVIDE CF-ZEL-SUMA BY 7 GIVING CF-ZEL-COCIENTE
005200         REMAINDER CF-DIA-NUMERO.
005210     ADD 1 TO CF-DIA-NUMERO.
005220 3650-EXIT.
005230     EXIT.
005240 END PROGRAM CKFLAG.
