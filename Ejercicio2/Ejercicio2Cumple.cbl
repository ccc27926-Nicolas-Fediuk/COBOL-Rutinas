000100******************************************************************
000110*PROGRAMA    : Ejercicio2Cumple
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Extracto diario de cumpleanios para la campania
000170*              de saludos de las sucursales. Recorre el maestro
000180*              de clientes (CUSTOMER-MASTER, copybook CUSTMAST)
000190*              y deja en BIRTHDAY-EXTRACT-FILE a los clientes
000200*              activos cuyo cumpleanios cae en los proximos N
000210*              dias posteriores a la fecha de proceso, con la
000220*              fecha del cumpleanios, la edad que cumplen y los
000230*              dias que faltan. Los nacidos un 29 de febrero
000240*              saludan el 28 en los anios no bisiestos. La
000250*              cantidad de dias llega por PARM (01 a 60); sin
000260*              PARM se toman 7. Los clientes sin fecha de
000270*              nacimiento solo se cuentan.
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
000350 PROGRAM-ID. Ejercicio2Cumple.
000360 AUTHOR. R. FEDIUK.
000370 INSTALLATION. CASA CENTRAL.
000380 DATE-WRITTEN. 2026-10-15.
000390 DATE-COMPILED.
000400******************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS CM-CLIENTE-ID
000480         ALTERNATE RECORD KEY IS CM-APELLIDO-NOMBRE
000490             WITH DUPLICATES
000500         FILE STATUS IS NC-CM-STATUS.
000510     SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS NC-PROC-STATUS.
000540     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS NC-RUN-STATUS.
000570     SELECT BIRTHDAY-EXTRACT-FILE ASSIGN TO "CUMPLEXT"
000580         ORGANIZATION IS SEQUENTIAL.
000590******************************************************************
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CUSTOMER-MASTER
000630     LABEL RECORDS ARE STANDARD.
000640     COPY CUSTMAST.
000650
000660 FD  PROCESS-DATE-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY PROCDATE.
000690
000700 FD  RUN-CONTROL-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY RUNCTL.
000730
000740******************************************************************
000750*EXTRACTO DE CUMPLEANIOS: un registro de 80 bytes por cliente,
000760*en orden de numero de cliente.
000770******************************************************************
000780 FD  BIRTHDAY-EXTRACT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  NC-EXTRACTO-RECORD.
000810     05  NC-EX-CLIENTE-ID        PIC 9(06).
000820     05  NC-EX-APELLIDO          PIC X(20).
000830     05  NC-EX-NOMBRE            PIC X(15).
000840     05  NC-EX-FECHA-NACIMIENTO  PIC 9(08).
000850     05  NC-EX-FECHA-CUMPLE      PIC 9(08).
000860     05  NC-EX-EDAD-CUMPLE       PIC 9(03).
000870     05  NC-EX-DIAS-FALTAN       PIC 9(02).
000880     05  NC-EX-FECHA-PROCESO     PIC 9(08).
000890     05  FILLER                  PIC X(10).
000900
000910 WORKING-STORAGE SECTION.
000920 01  NC-SWITCHES.
000930     05  NC-SW-FIN-CLIENTES      PIC X(01) VALUE "N".
000940         88  NC-FIN-CLIENTES            VALUE "S".
000950     05  NC-SW-MAESTRO-ABIERTO   PIC X(01) VALUE "N".
000960         88  NC-MAESTRO-ABIERTO         VALUE "S".
000970     05  NC-SW-HALLADO           PIC X(01) VALUE "N".
000980         88  NC-CUMPLE-HALLADO          VALUE "S".
000990     05  NC-SW-BISIESTO          PIC X(01) VALUE "N".
001000         88  NC-ES-BISIESTO             VALUE "S".
001010
001020 01  NC-CM-STATUS                PIC X(02).
001030     88  NC-CM-STATUS-OK               VALUE "00".
001040
001050 01  NC-PROC-STATUS              PIC X(02).
001060     88  NC-PROC-STATUS-OK             VALUE "00".
001070
001080 01  NC-RUN-STATUS               PIC X(02).
001090     88  NC-RUN-STATUS-OK              VALUE "00".
001100
001101 01  NC-HORA-INICIO              PIC 9(08) VALUE ZERO.
001110 01  NC-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001120
001130 01  NC-CONSTANTES.
001140     05  NC-DIAS-OMISION         PIC 9(02) VALUE 7.
001150     05  NC-DIAS-MAXIMO          PIC 9(02) VALUE 60.
001160
001170 01  NC-DIAS-VENTANA             PIC 9(02) VALUE ZERO.
001180 01  NC-DIAS-PARM                PIC 9(02) VALUE ZERO.
001190
001200******************************************************************
001210*FECHA DE TRABAJO: se avanza de a un dia desde la fecha de
001220*proceso para armar la ventana.
001230******************************************************************
001240 01  NC-FECHA-TRABAJO            PIC 9(08) VALUE ZERO.
001250 01  NC-FECHA-TRABAJO-R REDEFINES NC-FECHA-TRABAJO.
001260     05  NC-TRABAJO-ANIO         PIC 9(04).
001270     05  NC-TRABAJO-MES          PIC 9(02).
001280     05  NC-TRABAJO-DIA          PIC 9(02).
001290
001300 01  NC-CALENDARIO.
001310     05  NC-DIAS-TOPE            PIC 9(02).
001320     05  NC-COCIENTE             PIC 9(04) COMP.
001330     05  NC-RESTO-4              PIC 9(04) COMP.
001340     05  NC-RESTO-100            PIC 9(04) COMP.
001350     05  NC-RESTO-400            PIC 9(04) COMP.
001360 01  NC-DIAS-MES-VALORES         PIC X(24) VALUE
001370     "312831303130313130313031".
001380 01  NC-DIAS-MES-TABLA REDEFINES NC-DIAS-MES-VALORES.
001390     05  NC-DIAS-MES             OCCURS 12 TIMES PIC 9(02).
001400
001410******************************************************************
001420*TABLA DE LA VENTANA: una entrada por dia, la primera es el dia
001430*siguiente a la fecha de proceso. NC-VEN-INCLUYE-29 marca el 28
001440*de febrero de un anio no bisiesto, que tambien recibe a los
001450*nacidos un 29 de febrero.
001460******************************************************************
001470 01  NC-TABLA-VENTANA.
001480     05  NC-ENTRADA-VENTANA OCCURS 60 TIMES.
001490         10  NC-VEN-FECHA        PIC 9(08).
001500         10  NC-VEN-FECHA-R REDEFINES NC-VEN-FECHA.
001510             15  NC-VEN-ANIO     PIC 9(04).
001520             15  NC-VEN-MES-DIA  PIC 9(04).
001530         10  NC-VEN-SUPLE-29     PIC X(01).
001540             88  NC-VEN-INCLUYE-29      VALUE "S".
001550
001560 01  NC-IDX                      PIC 9(03) COMP VALUE ZERO.
001570
001580 01  NC-CONTADORES.
001590     05  NC-CANT-LEIDOS          PIC 9(08) VALUE ZERO.
001600     05  NC-CANT-INACTIVOS       PIC 9(08) VALUE ZERO.
001610     05  NC-CANT-SIN-FECHA       PIC 9(08) VALUE ZERO.
001620     05  NC-CANT-EXTRAIDOS       PIC 9(08) VALUE ZERO.
001630******************************************************************
001640 LINKAGE SECTION.
001650 01  LK-PARM-AREA.
001660     05  LK-PARM-LEN             PIC S9(04) COMP.
001670     05  LK-PARM-DIAS            PIC X(02).
001680******************************************************************
001690 PROCEDURE DIVISION USING LK-PARM-AREA.
001700
001710 0000-MAINLINE.
001720     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001730     PERFORM 2000-PROCESAR-CLIENTE THRU 2000-EXIT
001740         UNTIL NC-FIN-CLIENTES.
001750     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001760     STOP RUN.
001770
001780******************************************************************
001790*INICIALIZAR: toma la fecha de proceso y la cantidad de dias
001800*del PARM, arma la ventana de fechas y abre el maestro de
001810*clientes.
001820******************************************************************
001830 1000-INICIALIZAR.
001831     ACCEPT NC-HORA-INICIO FROM TIME.
001840     OPEN OUTPUT BIRTHDAY-EXTRACT-FILE.
001850     ACCEPT NC-FECHA-PROCESO FROM DATE YYYYMMDD.
001860     OPEN INPUT PROCESS-DATE-FILE.
001870     IF NC-PROC-STATUS-OK
001880         READ PROCESS-DATE-FILE
001890             AT END
001900                 CONTINUE
001910             NOT AT END
001920                 MOVE PD-FECHA-PROCESO TO NC-FECHA-PROCESO
001930         END-READ
001940         CLOSE PROCESS-DATE-FILE
001950     END-IF.
001960     MOVE NC-DIAS-OMISION TO NC-DIAS-VENTANA.
001970     IF LK-PARM-LEN NOT LESS THAN 2
001980         IF LK-PARM-DIAS IS NUMERIC
001990             MOVE LK-PARM-DIAS TO NC-DIAS-PARM
002000             IF NC-DIAS-PARM > ZERO
002010                     AND NC-DIAS-PARM NOT > NC-DIAS-MAXIMO
002020                 MOVE NC-DIAS-PARM TO NC-DIAS-VENTANA
002030             ELSE
002040                 DISPLAY "PARM de dias fuera de rango (01-60), "
002050                     "se ignora: " LK-PARM-DIAS
002060             END-IF
002070         ELSE
002080             DISPLAY "PARM de dias no numerico, se ignora: "
002090                 LK-PARM-DIAS
002100         END-IF
002110     END-IF.
002120     PERFORM 1200-ARMAR-VENTANA THRU 1200-EXIT.
002130     DISPLAY "Cumpleanios del " NC-VEN-FECHA(1) " al "
002140         NC-VEN-FECHA(NC-DIAS-VENTANA).
002150     OPEN INPUT CUSTOMER-MASTER.
002160     IF NOT NC-CM-STATUS-OK
002170         DISPLAY "No se pudo abrir CUSTOMER-MASTER, status "
002180             NC-CM-STATUS
002190         SET NC-FIN-CLIENTES TO TRUE
002200         MOVE 12 TO RETURN-CODE
002210         GO TO 1000-EXIT
002220     END-IF.
002230     SET NC-MAESTRO-ABIERTO TO TRUE.
002240     PERFORM 1100-LEER-CLIENTE THRU 1100-EXIT.
002250 1000-EXIT.
002260     EXIT.
002270
002280 1100-LEER-CLIENTE.
002290     READ CUSTOMER-MASTER NEXT RECORD
002300         AT END
002310             SET NC-FIN-CLIENTES TO TRUE
002320     END-READ.
002330 1100-EXIT.
002340     EXIT.
002350
002360******************************************************************
002370*ARMAR-VENTANA: carga en la tabla los NC-DIAS-VENTANA dias que
002380*siguen a la fecha de proceso.
002390******************************************************************
002400 1200-ARMAR-VENTANA.
002410     MOVE NC-FECHA-PROCESO TO NC-FECHA-TRABAJO.
002420     MOVE ZERO TO NC-IDX.
002430     PERFORM 1300-AGREGAR-DIA THRU 1300-EXIT
002440         NC-DIAS-VENTANA TIMES.
002450 1200-EXIT.
002460     EXIT.
002470
002480 1300-AGREGAR-DIA.
002490     PERFORM 1400-SUMAR-UN-DIA THRU 1400-EXIT.
002500     ADD 1 TO NC-IDX.
002510     MOVE NC-FECHA-TRABAJO TO NC-VEN-FECHA(NC-IDX).
002520     MOVE "N" TO NC-VEN-SUPLE-29(NC-IDX).
002530     IF NC-TRABAJO-MES = 2 AND NC-TRABAJO-DIA = 28
002540         PERFORM 1500-EVALUAR-BISIESTO THRU 1500-EXIT
002550         IF NOT NC-ES-BISIESTO
002560             SET NC-VEN-INCLUYE-29(NC-IDX) TO TRUE
002570         END-IF
002580     END-IF.
002590 1300-EXIT.
002600     EXIT.
002610
002620******************************************************************
002630*SUMAR-UN-DIA: avanza la fecha de trabajo al dia siguiente,
002640*pasando de mes y de anio cuando corresponde.
002650******************************************************************
002660 1400-SUMAR-UN-DIA.
002670     MOVE NC-DIAS-MES(NC-TRABAJO-MES) TO NC-DIAS-TOPE.
002680     IF NC-TRABAJO-MES = 2
002690         PERFORM 1500-EVALUAR-BISIESTO THRU 1500-EXIT
002700         IF NC-ES-BISIESTO
002710             MOVE 29 TO NC-DIAS-TOPE
002720         END-IF
002730     END-IF.
002740     IF NC-TRABAJO-DIA < NC-DIAS-TOPE
002750         ADD 1 TO NC-TRABAJO-DIA
002760         GO TO 1400-EXIT
002770     END-IF.
002780     MOVE 1 TO NC-TRABAJO-DIA.
002790     IF NC-TRABAJO-MES < 12
002800         ADD 1 TO NC-TRABAJO-MES
002810         GO TO 1400-EXIT
002820     END-IF.
002830     MOVE 1 TO NC-TRABAJO-MES.
002840     ADD 1 TO NC-TRABAJO-ANIO.
002850 1400-EXIT.
002860     EXIT.
002870
002880 1500-EVALUAR-BISIESTO.
002890     MOVE "N" TO NC-SW-BISIESTO.
002900     DIVIDE NC-TRABAJO-ANIO BY 4 GIVING NC-COCIENTE
002910         REMAINDER NC-RESTO-4.
002920     DIVIDE NC-TRABAJO-ANIO BY 100 GIVING NC-COCIENTE
002930         REMAINDER NC-RESTO-100.
002940     DIVIDE NC-TRABAJO-ANIO BY 400 GIVING NC-COCIENTE
002950         REMAINDER NC-RESTO-400.
002960     IF NC-RESTO-4 = ZERO
002970         IF NC-RESTO-100 NOT = ZERO
002980                 OR NC-RESTO-400 = ZERO
002990             SET NC-ES-BISIESTO TO TRUE
003000         END-IF
003010     END-IF.
003020 1500-EXIT.
003030     EXIT.
003040
003050******************************************************************
003060*PROCESAR-CLIENTE: los clientes dados de baja y los que no tienen
003070*fecha de nacimiento solo se cuentan; a los demas se les busca
003080*el cumpleanios en la ventana.
003090******************************************************************
003100 2000-PROCESAR-CLIENTE.
003110     ADD 1 TO NC-CANT-LEIDOS.
003120     IF NOT CM-ACTIVO
003130         ADD 1 TO NC-CANT-INACTIVOS
003140         GO TO 2000-SIGUIENTE
003150     END-IF.
003160     IF CM-SIN-NACIMIENTO
003170         ADD 1 TO NC-CANT-SIN-FECHA
003180         GO TO 2000-SIGUIENTE
003190     END-IF.
003200     MOVE "N" TO NC-SW-HALLADO.
003210     MOVE ZERO TO NC-IDX.
003220     PERFORM 2100-BUSCAR-DIA THRU 2100-EXIT
003230         UNTIL NC-CUMPLE-HALLADO
003240            OR NC-IDX NOT < NC-DIAS-VENTANA.
003250     IF NC-CUMPLE-HALLADO
003260         PERFORM 2200-GRABAR-EXTRACTO THRU 2200-EXIT
003270     END-IF.
003280 2000-SIGUIENTE.
003290     PERFORM 1100-LEER-CLIENTE THRU 1100-EXIT.
003300 2000-EXIT.
003310     EXIT.
003320
003330 2100-BUSCAR-DIA.
003340     ADD 1 TO NC-IDX.
003350     IF CM-NAC-MES-DIA = NC-VEN-MES-DIA(NC-IDX)
003360         SET NC-CUMPLE-HALLADO TO TRUE
003370         GO TO 2100-EXIT
003380     END-IF.
003390     IF CM-NAC-MES-DIA = 0229
003400             AND NC-VEN-INCLUYE-29(NC-IDX)
003410         SET NC-CUMPLE-HALLADO TO TRUE
003420     END-IF.
003430 2100-EXIT.
003440     EXIT.
003450
003460******************************************************************
003470*GRABAR-EXTRACTO: NC-IDX queda en el dia del cumpleanios, que es
003480*tambien la cantidad de dias que faltan. Una fecha de nacimiento
003490*que no deja cumplir al menos un anio no se extrae.
003500******************************************************************
003510 2200-GRABAR-EXTRACTO.
003520     IF NC-VEN-ANIO(NC-IDX) NOT > CM-NAC-ANIO
003530         GO TO 2200-EXIT
003540     END-IF.
003550     MOVE SPACES TO NC-EXTRACTO-RECORD.
003560     MOVE CM-CLIENTE-ID       TO NC-EX-CLIENTE-ID.
003570     MOVE CM-APELLIDO         TO NC-EX-APELLIDO.
003580     MOVE CM-NOMBRE           TO NC-EX-NOMBRE.
003590     MOVE CM-FECHA-NACIMIENTO TO NC-EX-FECHA-NACIMIENTO.
003600     MOVE NC-VEN-FECHA(NC-IDX) TO NC-EX-FECHA-CUMPLE.
003610     COMPUTE NC-EX-EDAD-CUMPLE =
003620         NC-VEN-ANIO(NC-IDX) - CM-NAC-ANIO.
003630     MOVE NC-IDX              TO NC-EX-DIAS-FALTAN.
003640     MOVE NC-FECHA-PROCESO    TO NC-EX-FECHA-PROCESO.
003650     WRITE NC-EXTRACTO-RECORD.
003660     ADD 1 TO NC-CANT-EXTRAIDOS.
003670 2200-EXIT.
003680     EXIT.
003690
003700******************************************************************
003710*FINALIZAR: muestra los contadores y cierra los archivos.
003720******************************************************************
003730 9000-FINALIZAR.
003740     DISPLAY " ".
003750     DISPLAY "Clientes leidos...........: " NC-CANT-LEIDOS.
003760     DISPLAY "Clientes dados de baja....: " NC-CANT-INACTIVOS.
003770     DISPLAY "Sin fecha de nacimiento...: " NC-CANT-SIN-FECHA.
003780     DISPLAY "Cumpleanios extraidos.....: " NC-CANT-EXTRAIDOS.
003790     CLOSE BIRTHDAY-EXTRACT-FILE.
003800     IF NC-MAESTRO-ABIERTO
003810         CLOSE CUSTOMER-MASTER
003820         PERFORM 9500-GRABAR-RUN-CONTROL THRU 9500-EXIT
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
003930     IF NOT NC-RUN-STATUS-OK
003940         OPEN OUTPUT RUN-CONTROL-FILE
003950     END-IF.
003960     IF NOT NC-RUN-STATUS-OK
003970         DISPLAY "No se pudo grabar RUN-CONTROL-FILE, status "
003980             NC-RUN-STATUS
003990         GO TO 9500-EXIT
004000     END-IF.
004010     INITIALIZE RC-RUN-RECORD.
004020     MOVE "EJER2CUM" TO RC-PROGRAMA.
004030     MOVE NC-FECHA-PROCESO TO RC-FECHA.
004040     ACCEPT RC-HORA FROM TIME.
004041     MOVE NC-HORA-INICIO TO RC-HORA-INICIO.
004050     MOVE NC-CANT-LEIDOS TO RC-LEIDOS.
004060     MOVE NC-CANT-EXTRAIDOS TO RC-PROCESADOS.
004070     WRITE RC-RUN-RECORD.
004080     CLOSE RUN-CONTROL-FILE.
004090 9500-EXIT.
004100     EXIT.
004110
004120 END PROGRAM Ejercicio2Cumple.
