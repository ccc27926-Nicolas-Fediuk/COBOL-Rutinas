000550*                   marcar SI-DEVUELTA en las ventas
000560*                   referenciadas por las devoluciones que
000570*                   quedaron en el periodo vivo.
000571*2026-10-15  RF     El resguardo y el trabajo de las excepciones
000572*                   se amplian a 115 bytes, por el numero de
000573*                   serie del cupon en SALESEXC.
000574*2026-10-15  RF     El resguardo y el trabajo del historial se
000575*                   amplian a 104 bytes, por la promocion
000576*                   aplicada en SALESHST, que tambien pasa al
000577*                   indice regenerado.
000578*2026-10-15  RF     El resguardo y el trabajo del historial se
000579*                   amplian a 109 bytes, por el supervisor que
000580*                   autorizo el descuento en SALESHST.
000581*2026-10-15  RF     El resguardo y el trabajo de la auditoria de
000582*                   clientes se amplian a 128 bytes, por la fecha
000583*                   de nacimiento antes y despues en CUSTAUD.
000584*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
000585*                   paso (RC-HORA-INICIO) para el historial
000586*                   de tiempos de la noche.
000587*2026-10-15  RF     El resguardo y el trabajo del historial se
000588*                   amplian a 111 bytes, por el extra de
000589*                   fidelidad en SALESHST, que tambien pasa al
000590*                   indice regenerado.
000591******************************************************************
000592 IDENTIFICATION DIVISION.
000600 PROGRAM-ID. Depuracion.
000610 AUTHOR. R. FEDIUK.
000620 INSTALLATION. CASA CENTRAL.
001090
001100 FD  HISTORY-ARCHIVE-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 01  HA-ARCHIVE-RECORD           PIC X(111).
001130
001140 FD  HISTORY-WORK-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 01  HW-WORK-RECORD              PIC X(111).
001170
001180 FD  SALES-EXCEPTION-FILE
001190     LABEL RECORDS ARE STANDARD.
001210
001220 FD  EXCEPTION-ARCHIVE-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 01  XA-ARCHIVE-RECORD           PIC X(115).
001250
001260 FD  EXCEPTION-WORK-FILE
001270     LABEL RECORDS ARE STANDARD.
001280 01  XW-WORK-RECORD              PIC X(115).
001290
001300 FD  CUSTOMER-AUDIT-LOG
001310     LABEL RECORDS ARE STANDARD.
001330
001340 FD  AUDIT-ARCHIVE-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 01  AA-ARCHIVE-RECORD           PIC X(128).
001370
001380 FD  AUDIT-WORK-FILE
001390     LABEL RECORDS ARE STANDARD.
001400 01  AW-WORK-RECORD              PIC X(128).
001410
001420 FD  PROCESS-DATE-FILE
001430     LABEL RECORDS ARE STANDARD.
001800 01  DP-IDX-STATUS               PIC X(02).
001810     88  DP-IDX-STATUS-OK              VALUE "00".
001820
001821 01  DP-HORA-INICIO              PIC 9(08) VALUE ZERO.
001830 01  DP-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001840
001850 01  DP-FECHA-CORTE              PIC 9(08) VALUE ZERO.
002770*reporte. Sin fecha de corte valida no se depura nada.
002780******************************************************************
002790 1000-INICIALIZAR.
002791     ACCEPT DP-HORA-INICIO FROM TIME.
002800     ACCEPT DP-FECHA-EMISION FROM DATE YYYYMMDD.
002810     MOVE DP-FECHA-EMISION TO DP-ENC-FECHA.
002820     IF LK-PARM-LEN LESS THAN 8
007120     MOVE SH-TIPO              TO SI-TIPO.
007130     MOVE SH-REF-FECHA         TO SI-REF-FECHA.
007140     MOVE SH-REF-SECUENCIA     TO SI-REF-SECUENCIA.
007141     MOVE SH-PROMOCION         TO SI-PROMOCION.
007142     MOVE SH-PROMO-PORC        TO SI-PROMO-PORC.
007143     MOVE SH-FIDEL-PORC        TO SI-FIDEL-PORC.
007150     MOVE SPACE                TO SI-DEVUELTA.
007160     WRITE SI-HISTORY-RECORD
007170         INVALID KEY
007700     MOVE "DEPURA" TO RC-PROGRAMA.
007710     MOVE DP-FECHA-PROCESO TO RC-FECHA.
007720     ACCEPT RC-HORA FROM TIME.
007721     MOVE DP-HORA-INICIO TO RC-HORA-INICIO.
007730     MOVE DP-HST-LEIDOS TO RC-LEIDOS.
007740     MOVE DP-HST-CONSERVADOS TO RC-PROCESADOS.
007750     WRITE RC-RUN-RECORD.
