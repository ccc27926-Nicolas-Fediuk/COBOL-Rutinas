000100******************************************************************
000110*PROGRAMA    : Ejercicio1Recibos
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Carga de los recibos de cobranza de la cuenta
000170*              corriente de clientes. Lee los recibos del dia
000180*              (archivo RECIBOS, que arma cobranzas), valida cada
000190*              uno contra el maestro de clientes y lo aplica:
000200*              graba el movimiento R en CUSTOMER-LEDGER (CTACTE)
000210*              con la fecha de proceso y resta el importe del
000220*              saldo deudor del cliente (CM-SALDO-CTACTE). Los
000230*              recibos rechazados van a RECEIPT-EXCEPTION-FILE
000240*              con su motivo. La clave del movimiento (cliente,
000250*              fecha, tipo y numero de recibo) impide aplicar dos
000260*              veces el mismo recibo: un rearranque del tramo
000270*              rechaza como duplicados los que ya se aplicaron.
000280******************************************************************
000290*HISTORIAL DE MODIFICACIONES
000300*FECHA       INIC.  DESCRIPCION
000310*----------  -----  -------------------------------------------
000320*2026-10-15  RF     Version original.
000321*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
000322*                   paso (RC-HORA-INICIO) para el historial
000323*                   de tiempos de la noche.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. Ejercicio1Recibos.
000360 AUTHOR. R. FEDIUK.
000370 INSTALLATION. CASA CENTRAL.
000380 DATE-WRITTEN. 2026-10-15.
000390 DATE-COMPILED.
000400******************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT RECEIPT-FILE ASSIGN TO "RECIBOS"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS RB-REC-STATUS.
000470     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS CM-CLIENTE-ID
000510         ALTERNATE RECORD KEY IS CM-APELLIDO-NOMBRE
000520             WITH DUPLICATES
000530         FILE STATUS IS RB-CUST-STATUS.
000540     SELECT CUSTOMER-LEDGER ASSIGN TO "CTACTE"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS CC-CLAVE
000580         FILE STATUS IS RB-CC-STATUS.
000590     SELECT RECEIPT-EXCEPTION-FILE ASSIGN TO "RECIBEXC"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS RB-EXC-STATUS.
000620     SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS RB-PROC-STATUS.
000650     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS RB-RUN-STATUS.
000680******************************************************************
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  RECEIPT-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  RI-RECIBO-RECORD.
000740     05  RI-CLIENTE-ID           PIC 9(06).
000750     05  RI-NUMERO               PIC 9(06).
000760     05  RI-IMPORTE              PIC 9(09)V9(02).
000770     05  RI-IMPORTE-X REDEFINES RI-IMPORTE
000780                                 PIC X(11).
000790     05  RI-MEDIO-COBRO          PIC X(01).
000800         88  RI-COBRO-VALIDO           VALUE "E" "T" "Q".
000810     05  RI-SUCURSAL             PIC X(03).
000820     05  RI-CAJERO               PIC X(05).
000830     05  FILLER                  PIC X(08).
000840
000850 FD  CUSTOMER-MASTER
000860     LABEL RECORDS ARE STANDARD.
000870     COPY CUSTMAST.
000880
000890 FD  CUSTOMER-LEDGER
000900     LABEL RECORDS ARE STANDARD.
000910     COPY CTACTE.
000920
000930 FD  RECEIPT-EXCEPTION-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  RX-EXCEPTION-RECORD.
000960     05  RX-FECHA                PIC 9(08).
000970     05  RX-CLIENTE-ID           PIC X(06).
000980     05  RX-NUMERO               PIC X(06).
000990     05  RX-IMPORTE              PIC X(11).
001000     05  RX-MEDIO-COBRO          PIC X(01).
001010     05  RX-SUCURSAL             PIC X(03).
001020     05  RX-CAJERO               PIC X(05).
001030     05  RX-MOTIVO               PIC X(40).
001040
001050 FD  PROCESS-DATE-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY PROCDATE.
001080
001090 FD  RUN-CONTROL-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY RUNCTL.
001120
001130 WORKING-STORAGE SECTION.
001140 01  RB-SWITCHES.
001150     05  RB-SW-FIN-RECIBOS       PIC X(01) VALUE "N".
001160         88  RB-FIN-RECIBOS             VALUE "S".
001170     05  RB-SW-RECHAZO           PIC X(01) VALUE "N".
001180         88  RB-RECHAZADO               VALUE "S".
001190     05  RB-SW-ARCHIVOS          PIC X(01) VALUE "N".
001200         88  RB-ARCHIVOS-ABIERTOS       VALUE "S".
001210
001220 01  RB-REC-STATUS               PIC X(02).
001230     88  RB-REC-STATUS-OK              VALUE "00".
001240
001250 01  RB-CUST-STATUS              PIC X(02).
001260     88  RB-CUST-STATUS-OK             VALUE "00".
001270
001280 01  RB-CC-STATUS                PIC X(02).
001290     88  RB-CC-STATUS-OK               VALUE "00".
001300     88  RB-CC-NO-EXISTE               VALUE "23" "35".
001310
001320 01  RB-EXC-STATUS               PIC X(02).
001330     88  RB-EXC-STATUS-OK              VALUE "00".
001340
001350 01  RB-PROC-STATUS              PIC X(02).
001360     88  RB-PROC-STATUS-OK             VALUE "00".
001370
001380 01  RB-RUN-STATUS               PIC X(02).
001390     88  RB-RUN-STATUS-OK              VALUE "00".
001400
001401 01  RB-HORA-INICIO              PIC 9(08) VALUE ZERO.
001410 01  RB-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001420 01  RB-MOTIVO                   PIC X(40) VALUE SPACES.
001430
001440 01  RB-CONTADORES.
001450     05  RB-CANT-LEIDOS          PIC 9(08) VALUE ZERO.
001460     05  RB-CANT-APLICADOS       PIC 9(08) VALUE ZERO.
001470     05  RB-CANT-RECHAZOS        PIC 9(08) VALUE ZERO.
001480     05  RB-TOTAL-COBRADO        PIC 9(10)V9(02) VALUE ZERO.
001490     05  RB-TOTAL-EFECTIVO       PIC 9(10)V9(02) VALUE ZERO.
001500     05  RB-TOTAL-TARJETA        PIC 9(10)V9(02) VALUE ZERO.
001510     05  RB-TOTAL-CHEQUE         PIC 9(10)V9(02) VALUE ZERO.
001520******************************************************************
001530 PROCEDURE DIVISION.
001540
001550 0000-MAINLINE.
001560     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001570     PERFORM 2000-PROCESAR-RECIBO THRU 2000-EXIT
001580         UNTIL RB-FIN-RECIBOS.
001590     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001600     STOP RUN.
001610
001620******************************************************************
001630*INICIALIZAR: toma la fecha de proceso (sin PROCDATE, la de
001640*maquina), abre los recibos, el maestro de clientes, la cuenta
001650*corriente (la crea si todavia no existe) y las excepciones.
001660******************************************************************
001670 1000-INICIALIZAR.
001671     ACCEPT RB-HORA-INICIO FROM TIME.
001680     ACCEPT RB-FECHA-PROCESO FROM DATE YYYYMMDD.
001690     OPEN INPUT PROCESS-DATE-FILE.
001700     IF RB-PROC-STATUS-OK
001710         READ PROCESS-DATE-FILE
001720             AT END
001730                 CONTINUE
001740             NOT AT END
001750                 MOVE PD-FECHA-PROCESO TO RB-FECHA-PROCESO
001760         END-READ
001770         CLOSE PROCESS-DATE-FILE
001780     END-IF.
001790     OPEN INPUT RECEIPT-FILE.
001800     IF NOT RB-REC-STATUS-OK
001810         DISPLAY "No se pudo abrir RECEIPT-FILE, status "
001820             RB-REC-STATUS
001830         SET RB-FIN-RECIBOS TO TRUE
001840         MOVE 12 TO RETURN-CODE
001850         GO TO 1000-EXIT
001860     END-IF.
001870     OPEN I-O CUSTOMER-MASTER.
001880     IF NOT RB-CUST-STATUS-OK
001890         DISPLAY "No se pudo abrir CUSTOMER-MASTER, status "
001900             RB-CUST-STATUS
001910         SET RB-FIN-RECIBOS TO TRUE
001920         MOVE 12 TO RETURN-CODE
001930         CLOSE RECEIPT-FILE
001940         GO TO 1000-EXIT
001950     END-IF.
001960     OPEN I-O CUSTOMER-LEDGER.
001970     IF RB-CC-NO-EXISTE
001980         OPEN OUTPUT CUSTOMER-LEDGER
001990         CLOSE CUSTOMER-LEDGER
002000         OPEN I-O CUSTOMER-LEDGER
002010     END-IF.
002020     IF NOT RB-CC-STATUS-OK
002030         DISPLAY "No se pudo abrir CUSTOMER-LEDGER, status "
002040             RB-CC-STATUS
002050         SET RB-FIN-RECIBOS TO TRUE
002060         MOVE 12 TO RETURN-CODE
002070         CLOSE RECEIPT-FILE
002080         CLOSE CUSTOMER-MASTER
002090         GO TO 1000-EXIT
002100     END-IF.
002110     OPEN EXTEND RECEIPT-EXCEPTION-FILE.
002120     IF NOT RB-EXC-STATUS-OK
002130         OPEN OUTPUT RECEIPT-EXCEPTION-FILE
002140     END-IF.
002150     SET RB-ARCHIVOS-ABIERTOS TO TRUE.
002160     PERFORM 1100-LEER-RECIBO THRU 1100-EXIT.
002170 1000-EXIT.
002180     EXIT.
002190
002200 1100-LEER-RECIBO.
002210     READ RECEIPT-FILE
002220         AT END
002230             SET RB-FIN-RECIBOS TO TRUE
002240     END-READ.
002250     IF NOT RB-FIN-RECIBOS
002260         ADD 1 TO RB-CANT-LEIDOS
002270     END-IF.
002280 1100-EXIT.
002290     EXIT.
002300
002310******************************************************************
002320*PROCESAR-RECIBO: valida y aplica cada recibo leido; los
002330*rechazados van al archivo de excepciones con su motivo.
002340******************************************************************
002350 2000-PROCESAR-RECIBO.
002360     MOVE "N" TO RB-SW-RECHAZO.
002370     MOVE SPACES TO RB-MOTIVO.
002380     PERFORM 2500-VALIDAR-RECIBO THRU 2500-EXIT.
002390     IF NOT RB-RECHAZADO
002400         PERFORM 3000-APLICAR-RECIBO THRU 3000-EXIT
002410     END-IF.
002420     IF RB-RECHAZADO
002430         PERFORM 5000-RECHAZAR-RECIBO THRU 5000-EXIT
002440     END-IF.
002450     PERFORM 1100-LEER-RECIBO THRU 1100-EXIT.
002460 2000-EXIT.
002470     EXIT.
002480
002490******************************************************************
002500*VALIDAR-RECIBO: el recibo debe traer numero, importe positivo y
002510*medio de cobro valido (E efectivo, T tarjeta, Q cheque), y ser
002520*de un cliente del maestro con cuenta corriente (limite asignado
002530*o saldo pendiente). No se acepta cobrar mas que el saldo
002540*deudor: el excedente se rechaza para que cobranzas lo revise.
002550******************************************************************
002560 2500-VALIDAR-RECIBO.
002570     IF RI-CLIENTE-ID NOT NUMERIC
002580         MOVE "CLIENTE INEXISTENTE EN EL MAESTRO" TO RB-MOTIVO
002590         SET RB-RECHAZADO TO TRUE
002600         GO TO 2500-EXIT
002610     END-IF.
002620     IF RI-NUMERO NOT NUMERIC OR RI-NUMERO = ZERO
002630         MOVE "NUMERO DE RECIBO INVALIDO" TO RB-MOTIVO
002640         SET RB-RECHAZADO TO TRUE
002650         GO TO 2500-EXIT
002660     END-IF.
002670     IF RI-IMPORTE NOT NUMERIC OR RI-IMPORTE = ZERO
002680         MOVE "IMPORTE DEL RECIBO INVALIDO" TO RB-MOTIVO
002690         SET RB-RECHAZADO TO TRUE
002700         GO TO 2500-EXIT
002710     END-IF.
002720     IF NOT RI-COBRO-VALIDO
002730         MOVE "MEDIO DE COBRO INVALIDO" TO RB-MOTIVO
002740         SET RB-RECHAZADO TO TRUE
002750         GO TO 2500-EXIT
002760     END-IF.
002770     MOVE RI-CLIENTE-ID TO CM-CLIENTE-ID.
002780     READ CUSTOMER-MASTER
002790         INVALID KEY
002800             MOVE "CLIENTE INEXISTENTE EN EL MAESTRO" TO RB-MOTIVO
002810             SET RB-RECHAZADO TO TRUE
002820             GO TO 2500-EXIT
002830     END-READ.
002840     IF CM-LIMITE-CREDITO = ZERO AND CM-SALDO-CTACTE = ZERO
002850         MOVE "CLIENTE SIN CUENTA CORRIENTE" TO RB-MOTIVO
002860         SET RB-RECHAZADO TO TRUE
002870         GO TO 2500-EXIT
002880     END-IF.
002890     IF RI-IMPORTE > CM-SALDO-CTACTE
002900         MOVE "RECIBO SUPERA EL SALDO DEUDOR" TO RB-MOTIVO
002910         SET RB-RECHAZADO TO TRUE
002920     END-IF.
002930 2500-EXIT.
002940     EXIT.
002950
002960******************************************************************
002970*APLICAR-RECIBO: graba el movimiento de cobranza en la cuenta
002980*corriente y, si la clave no existia, lo resta del saldo del
002990*cliente ya leido en la validacion.
003000******************************************************************
003010 3000-APLICAR-RECIBO.
003020     MOVE SPACES TO CC-MOVIMIENTO-RECORD.
003030     MOVE RI-CLIENTE-ID      TO CC-CLIENTE-ID.
003040     MOVE RB-FECHA-PROCESO   TO CC-FECHA.
003050     SET CC-TIPO-RECIBO TO TRUE.
003060     MOVE RI-NUMERO          TO CC-NUMERO.
003070     MOVE RI-IMPORTE         TO CC-IMPORTE.
003080     MOVE RI-SUCURSAL        TO CC-SUCURSAL.
003090     MOVE RI-CAJERO          TO CC-CAJERO.
003100     MOVE ZERO               TO CC-REF-FECHA.
003110     MOVE ZERO               TO CC-REF-SECUENCIA.
003120     MOVE RI-MEDIO-COBRO     TO CC-MEDIO-COBRO.
003130     WRITE CC-MOVIMIENTO-RECORD
003140         INVALID KEY
003150             MOVE "RECIBO DUPLICADO" TO RB-MOTIVO
003160             SET RB-RECHAZADO TO TRUE
003170             GO TO 3000-EXIT
003180     END-WRITE.
003190     IF NOT RB-CC-STATUS-OK
003200         DISPLAY "** No se pudo grabar la cuenta corriente, "
003210             "status " RB-CC-STATUS " **"
003220         MOVE "ERROR AL GRABAR LA CUENTA CORRIENTE" TO RB-MOTIVO
003230         SET RB-RECHAZADO TO TRUE
003240         GO TO 3000-EXIT
003250     END-IF.
003260     SUBTRACT RI-IMPORTE FROM CM-SALDO-CTACTE.
003270     REWRITE CM-CUSTOMER-RECORD.
003280     IF NOT RB-CUST-STATUS-OK
003290         DISPLAY "** No se pudo actualizar el saldo del cliente "
003300             RI-CLIENTE-ID ", status " RB-CUST-STATUS " **"
003310     END-IF.
003320     ADD 1 TO RB-CANT-APLICADOS.
003330     ADD RI-IMPORTE TO RB-TOTAL-COBRADO.
003340     EVALUATE RI-MEDIO-COBRO
003350         WHEN "E"
003360             ADD RI-IMPORTE TO RB-TOTAL-EFECTIVO
003370         WHEN "T"
003380             ADD RI-IMPORTE TO RB-TOTAL-TARJETA
003390         WHEN OTHER
003400             ADD RI-IMPORTE TO RB-TOTAL-CHEQUE
003410     END-EVALUATE.
003420 3000-EXIT.
003430     EXIT.
003440
003450 5000-RECHAZAR-RECIBO.
003460     MOVE RB-FECHA-PROCESO TO RX-FECHA.
003470     MOVE RI-CLIENTE-ID    TO RX-CLIENTE-ID.
003480     MOVE RI-NUMERO        TO RX-NUMERO.
003490     MOVE RI-IMPORTE-X     TO RX-IMPORTE.
003500     MOVE RI-MEDIO-COBRO   TO RX-MEDIO-COBRO.
003510     MOVE RI-SUCURSAL      TO RX-SUCURSAL.
003520     MOVE RI-CAJERO        TO RX-CAJERO.
003530     MOVE RB-MOTIVO        TO RX-MOTIVO.
003540     WRITE RX-EXCEPTION-RECORD.
003550     ADD 1 TO RB-CANT-RECHAZOS.
003560     DISPLAY "** Recibo " RI-NUMERO " del cliente " RI-CLIENTE-ID
003570         " rechazado: " RB-MOTIVO " **".
003580 5000-EXIT.
003590     EXIT.
003600
003610******************************************************************
003620*FINALIZAR: resume la corrida por consola, cierra los archivos
003630*abiertos y deja el registro de control de corrida.
003640******************************************************************
003650 9000-FINALIZAR.
003660     DISPLAY " ".
003670     DISPLAY "Recibos leidos............: " RB-CANT-LEIDOS.
003680     DISPLAY "Recibos aplicados.........: " RB-CANT-APLICADOS.
003690     DISPLAY "Recibos rechazados........: " RB-CANT-RECHAZOS.
003700     DISPLAY "Total cobrado.............: " RB-TOTAL-COBRADO.
003710     DISPLAY "  en efectivo.............: " RB-TOTAL-EFECTIVO.
003720     DISPLAY "  con tarjeta.............: " RB-TOTAL-TARJETA.
003730     DISPLAY "  en cheque...............: " RB-TOTAL-CHEQUE.
003740     IF RB-ARCHIVOS-ABIERTOS
003750         CLOSE RECEIPT-FILE
003760         CLOSE CUSTOMER-MASTER
003770         CLOSE CUSTOMER-LEDGER
003780         CLOSE RECEIPT-EXCEPTION-FILE
003790         PERFORM 9500-GRABAR-RUN-CONTROL THRU 9500-EXIT
003800     END-IF.
003810     IF RB-CANT-RECHAZOS > ZERO AND RETURN-CODE = ZERO
003820         MOVE 4 TO RETURN-CODE
003830     END-IF.
003840 9000-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880*GRABAR-RUN-CONTROL: deja constancia de la corrida completa en
003890*RUN-CONTROL-FILE, para el rearranque del proceso nocturno.
003900******************************************************************
003910 9500-GRABAR-RUN-CONTROL.
003920     OPEN EXTEND RUN-CONTROL-FILE.
003930     IF NOT RB-RUN-STATUS-OK
003940         OPEN OUTPUT RUN-CONTROL-FILE
003950     END-IF.
003960     IF NOT RB-RUN-STATUS-OK
003970         DISPLAY "No se pudo grabar RUN-CONTROL-FILE, status "
003980             RB-RUN-STATUS
003990         GO TO 9500-EXIT
004000     END-IF.
004010     INITIALIZE RC-RUN-RECORD.
004020     MOVE "EJER1REC" TO RC-PROGRAMA.
004030     MOVE RB-FECHA-PROCESO TO RC-FECHA.
004040     ACCEPT RC-HORA FROM TIME.
004041     MOVE RB-HORA-INICIO TO RC-HORA-INICIO.
004050     MOVE RB-CANT-LEIDOS TO RC-LEIDOS.
004060     MOVE RB-CANT-APLICADOS TO RC-PROCESADOS.
004070     MOVE RB-CANT-RECHAZOS TO RC-RECHAZADOS.
004080     MOVE RB-TOTAL-COBRADO TO RC-SUMA-MONTO.
004090     MOVE RB-TOTAL-COBRADO TO RC-TOTAL-GENERAL.
004100     WRITE RC-RUN-RECORD.
004110     CLOSE RUN-CONTROL-FILE.
004120 9500-EXIT.
004130     EXIT.
004140
004150 END PROGRAM Ejercicio1Recibos.
