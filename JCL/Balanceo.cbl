000480*                  balance debia destapar. El registro del
000490*                  listado de clientes tiene el mismo control
000500*                  de frescura.
000502*2026-09-02  RF     Graba su propio veredicto en RUN-CONTROL-FILE
000504*                   (RC-RECHAZADOS 1 = noche desbalanceada), para
000506*                   que la apertura del dia siguiente pueda
000508*                   negarse a abrir sobre una noche sin resolver.
000510*2026-10-15  RF     Reconoce los registros de control del reporte
000512*                   de ventas por articulo (EJER1ART diario y
000514*                   EJER1ARM mensual).
000516*2026-10-15  RF     Reconoce los registros de control de los
000518*                   recibos de cuenta corriente (EJER1REC) y de
000520*                   la antiguedad de saldos (EJER1ANT).
000522*2026-10-15  RF     Reconoce el registro de control del libro IVA
000524*                   ventas mensual (EJER1IVA).
000526*2026-10-15  RF     Reconoce el registro de control del reporte
000528*                   mensual de cupones pendientes (EJER1CUP).
000530*2026-10-15  RF     Reconoce el registro de control del reporte
000532*                   de efectividad de promociones (EJER1PRO).
000534*2026-10-15  RF     Reconoce el registro de control del reporte
000536*                   de prevencion de perdidas (EJER1PRV).
000538*2026-10-15  RF     Reconoce el registro de control del listado
000540*                   semanal de autorizaciones (EJER1AUT).
000542*2026-10-15  RF     Reconoce el registro de control del extracto
000544*                   de cumpleanios de clientes (EJER2CUM).
000546*2026-10-15  RF     Reconoce el registro de control del reporte
000548*                   semanal de segmentos de clientes (EJER2SEG).
000549*2026-10-15  RF     Reconoce el registro de control del reporte
000550*                   de cumplimiento de objetivos (EJER1OBJ).
000551*2026-10-15  RF     Reconoce el registro de control de la
000552*                   liquidacion de comisiones (EJER1COM).
000553*2026-10-15  RF     Reconoce el registro de control del tablero
000554*                   mensual de calidad (EJER3CAL).
000555*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
000556*                   paso (RC-HORA-INICIO) para el historial
000557*                   de tiempos de la noche.
000558******************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. Balanceo.
000580 AUTHOR. R. FEDIUK.
001270 01  BA-PROC-STATUS              PIC X(02).
001280     88  BA-PROC-STATUS-OK             VALUE "00".
001290
001291 01  BA-HORA-INICIO              PIC 9(08) VALUE ZERO.
001300 01  BA-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001310
001320 01  BA-CONTROL-EJER1.
002040*control de corrida de la noche.
002050******************************************************************
002060 1000-INICIALIZAR.
002061     ACCEPT BA-HORA-INICIO FROM TIME.
002070     ACCEPT BA-FECHA-PROCESO FROM DATE YYYYMMDD.
002080     OPEN INPUT PROCESS-DATE-FILE.
002090     IF BA-PROC-STATUS-OK
002810         WHEN "EJER1MES"
002820         WHEN "EJER2BAT"
002830         WHEN "DEPURA"
002831         WHEN "EJER1ART"
002832         WHEN "EJER1ARM"
002834         WHEN "EJER1REC"
002836         WHEN "EJER1ANT"
002837         WHEN "EJER1IVA"
002838         WHEN "EJER1CUP"
002839         WHEN "EJER1PRO"
002840         WHEN "EJER1PRV"
002841         WHEN "EJER1AUT"
002842         WHEN "EJER2CUM"
002843         WHEN "EJER2SEG"
002844         WHEN "EJER1OBJ"
002845         WHEN "EJER1COM"
002846         WHEN "EJER3CAL"
002847             CONTINUE
002850         WHEN OTHER
002860             DISPLAY "Registro de control desconocido: "
002870                 RC-PROGRAMA
005820     MOVE "BALANCEO" TO RC-PROGRAMA.
005830     MOVE BA-FECHA-PROCESO TO RC-FECHA.
005840     ACCEPT RC-HORA FROM TIME.
005841     MOVE BA-HORA-INICIO TO RC-HORA-INICIO.
005850     MOVE BA-CANT-CONTROLES TO RC-LEIDOS.
005860     MOVE BA-VEREDICTO TO RC-RECHAZADOS.
005870     WRITE RC-RUN-RECORD.
