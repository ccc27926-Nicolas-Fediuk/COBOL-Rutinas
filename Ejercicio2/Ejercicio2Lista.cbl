000246*                   (CK-CONTADOR-1/2) y el reinicio los
000247*                   restaura: sin eso, tras un reinicio los
000248*                   subtotales del pie no sumaban el total.
000249*2026-10-15  RF     La edad se calcula a la fecha de proceso desde
000250*                   la fecha de nacimiento del maestro, que se
000251*                   lista en una columna nueva; los clientes sin
000252*                   fecha salen sin edad y se cuentan al pie (el
000253*                   checkpoint respalda el contador en
000254*                   CK-CONTADOR-3). PROCDATE se lee al comenzar.
000260*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
000270*                   paso (RC-HORA-INICIO) para el historial
000280*                   de tiempos de la noche.
000290******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. Ejercicio2Lista.
000330 AUTHOR. R. FEDIUK.
000730     05  V2-CONTADOR-CLIENTES    PIC 9(06) VALUE ZERO.
000732     05  V2-CONTADOR-ACTIVOS     PIC 9(06) VALUE ZERO.
000734     05  V2-CONTADOR-INACTIVOS   PIC 9(06) VALUE ZERO.
000735     05  V2-CONTADOR-SIN-FECHA   PIC 9(06) VALUE ZERO.
000740     05  V2-LINEAS-PAGINA        PIC 9(02) VALUE ZERO.
000750     05  V2-PAGINA               PIC 9(04) VALUE ZERO.
000760 
000788 01  V2-PROC-STATUS              PIC X(02).
000789     88  V2-PROC-STATUS-OK             VALUE "00".
000790
000791 01  V2-HORA-INICIO              PIC 9(08) VALUE ZERO.
000792 01  V2-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
000793 01  V2-EDAD                     PIC 9(03) VALUE ZERO.
000794
000800 01  V2-CHECKPOINT-CONTROL.
000810     05  V2-SW-RESTART           PIC X(01) VALUE "N".
000820         88  V2-HAY-RESTART             VALUE "S".
001060     05  FILLER                  PIC X(06) VALUE "EDAD  ".
001070     05  FILLER                  PIC X(08) VALUE "ID      ".
001080     05  FILLER                  PIC X(06) VALUE "ESTADO".
001081     05  FILLER                  PIC X(02) VALUE SPACES.
001082     05  FILLER                  PIC X(10) VALUE "NACIMIENTO".
001083     05  FILLER                  PIC X(63) VALUE SPACES.
001100
001110 01  V2-LINEA-DETALLE.
001120     05  V2-DET-APELLIDO         PIC X(20).
001180     05  V2-DET-ID               PIC 9(06).
001190     05  FILLER                  PIC X(02) VALUE SPACES.
001200     05  V2-DET-ESTADO           PIC X(06).
001201     05  FILLER                  PIC X(02) VALUE SPACES.
001202     05  V2-DET-NACIMIENTO       PIC 9999/99/99.
001203     05  FILLER                  PIC X(63) VALUE SPACES.
001220
001230 01  V2-LINEA-TOTAL.
001240     05  V2-TOT-CONCEPTO         PIC X(37) VALUE SPACES.
001420*ya impresos antes de continuar.
001430******************************************************************
001440 1000-INICIALIZAR.
001441     ACCEPT V2-HORA-INICIO FROM TIME.
001450     OPEN INPUT CUSTOMER-MASTER.
001460     IF NOT V2-STATUS-OK
001470         DISPLAY "No se pudo abrir CUSTOMER-MASTER, status "
001500     ELSE
001510         SET V2-MAESTRO-ABIERTO TO TRUE
001512         ACCEPT V2-FECHA-EMISION FROM DATE YYYYMMDD
001513         PERFORM 9600-LEER-FECHA-PROCESO THRU 9600-EXIT
001514         MOVE V2-FECHA-EMISION TO V2-ENC-FECHA
001520         MOVE LOW-VALUES TO CM-APELLIDO-NOMBRE
001530         START CUSTOMER-MASTER
001800             SET V2-HAY-RESTART TO TRUE
001802             MOVE CK-CONTADOR-1 TO V2-CONTADOR-ACTIVOS
001804             MOVE CK-CONTADOR-2 TO V2-CONTADOR-INACTIVOS
001805             MOVE CK-CONTADOR-3 TO V2-CONTADOR-SIN-FECHA
001810             DISPLAY "Reanudando despues del cliente numero "
001820                 V2-REGISTROS-A-SALTAR
001830         END-IF
002285     MOVE SPACES TO V2-LINEA-DETALLE.
002290     MOVE CM-APELLIDO   TO V2-DET-APELLIDO.
002295     MOVE CM-NOMBRE     TO V2-DET-NOMBRE.
002296     IF CM-SIN-NACIMIENTO
002297             OR CM-FECHA-NACIMIENTO > V2-FECHA-PROCESO
002298         ADD 1 TO V2-CONTADOR-SIN-FECHA
002299     ELSE
002300         COMPUTE V2-EDAD =
002301             (V2-FECHA-PROCESO - CM-FECHA-NACIMIENTO) / 10000
002302         MOVE V2-EDAD             TO V2-DET-EDAD
002303         MOVE CM-FECHA-NACIMIENTO TO V2-DET-NACIMIENTO
002304     END-IF.
002305     MOVE CM-CLIENTE-ID TO V2-DET-ID.
002310     IF CM-INACTIVO
002315         ADD 1 TO V2-CONTADOR-INACTIVOS
002550     MOVE V2-CONTADOR-CLIENTES TO CK-ULTIMO-REGISTRO.
002552     MOVE V2-CONTADOR-ACTIVOS TO CK-CONTADOR-1.
002554     MOVE V2-CONTADOR-INACTIVOS TO CK-CONTADOR-2.
002555     MOVE V2-CONTADOR-SIN-FECHA TO CK-CONTADOR-3.
002560     ACCEPT CK-FECHA FROM DATE YYYYMMDD.
002570     ACCEPT CK-HORA FROM TIME.
002580     WRITE CK-CHECKPOINT-RECORD.
002698         MOVE "CLIENTES DADOS DE BAJA" TO V2-TOT-CONCEPTO
002700         MOVE V2-CONTADOR-INACTIVOS TO V2-TOT-VALOR
002702         WRITE V2-LINEA-IMPRESION FROM V2-LINEA-TOTAL
002703         MOVE "CLIENTES SIN FECHA DE NACIMIENTO"
002704             TO V2-TOT-CONCEPTO
002705         MOVE V2-CONTADOR-SIN-FECHA TO V2-TOT-VALOR
002706         WRITE V2-LINEA-IMPRESION FROM V2-LINEA-TOTAL
002707         CLOSE CUSTOMER-REPORT-FILE
002708     END-IF.
002750     IF V2-MAESTRO-ABIERTO
002760         CLOSE CUSTOMER-MASTER
002770         PERFORM 9500-GRABAR-RUN-CONTROL THRU 9500-EXIT
002970     END-IF.
002980     INITIALIZE RC-RUN-RECORD.
002990     MOVE "EJER2LST" TO RC-PROGRAMA.
003000     MOVE V2-FECHA-PROCESO TO RC-FECHA.
003010     ACCEPT RC-HORA FROM TIME.
003011     MOVE V2-HORA-INICIO TO RC-HORA-INICIO.
003020     MOVE V2-CONTADOR-CLIENTES TO RC-LEIDOS.
003030     MOVE V2-CONTADOR-CLIENTES TO RC-PROCESADOS.
003040     WRITE RC-RUN-RECORD.
003071
003072******************************************************************
003073*LEER-FECHA-PROCESO: toma la fecha de negocio de PROCDATE para
003074*calcular las edades y estampar el registro de control; sin el
003075*archivo se usa la fecha de maquina.
003076******************************************************************
003077 9600-LEER-FECHA-PROCESO.
003078     ACCEPT V2-FECHA-PROCESO FROM DATE YYYYMMDD.
