000100******************************************************************
000110*PROGRAMA    : Conversion3
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Conversion por unica vez del maestro de clientes
000170*              al layout nuevo del copybook CUSTMAST, que gana la
000180*              cuenta corriente del cliente (limite de credito y
000190*              saldo deudor) al final del registro. Los registros
000200*              existentes en produccion tienen el largo viejo y
000210*              no se pueden leer con el layout nuevo: este paso
000220*              los copia campo a campo a un maestro nuevo, con
000230*              limite y saldo en cero (ningun cliente tiene
000240*              cuenta corriente hasta que se le asigna el limite
000250*              por el mantenimiento en linea). Corre una sola
000260*              vez, antes de la primera corrida nocturna con los
000270*              programas nuevos (ver CONVERT3.jcl); el JCL
000280*              cataloga el maestro nuevo y operaciones lo
000290*              renombra sobre el vivo. En la misma pasada
000291*              copia las excepciones del cierre al layout nuevo
000292*              de SALESEXC y el historial de ventas al layout
000293*              nuevo de SALESHST.
000294*              Tambien carga en el maestro nuevo la fecha de
000295*              nacimiento que reemplaza a la edad, desde un
000296*              archivo provisto (NACIMIEN), graba en SINNACIM los
000297*              clientes que quedan sin fecha para completarlos
000298*              por el mantenimiento, y convierte la auditoria de
000299*              clientes (CUSTAUD) al layout nuevo.
000300*              Copia tambien la auditoria de cajeros (CAJAUD) al
000301*              layout nuevo, que gana el legajo antes y despues.
000302*              El indice del historial (SALESIDX) pasa al layout
000303*              nuevo con el extra de fidelidad en cero.
000304******************************************************************
000310*HISTORIAL DE MODIFICACIONES
000320*FECHA       INIC.  DESCRIPCION
000330*----------  -----  -------------------------------------------
000340*2026-10-15  RF     Version original.
000341*2026-10-15  RF     El maestro gana tambien la identificacion
000342*                   fiscal: los clientes existentes pasan como
000343*                   consumidor final sin documento, y el
000344*                   mantenimiento completa CUIT o DNI y condicion
000345*                   frente al IVA de los que la necesiten.
000346*2026-10-15  RF     Convierte tambien las excepciones del cierre
000347*                   (SALESEXC), que ganan al final el numero de
000348*                   serie del cupon; lo historico pasa con serie
000349*                   en cero (venta sin cupon del maestro).
000350*2026-10-15  RF     Convierte tambien el historial de ventas
000351*                   (SALESHST), que gana al final el codigo y el
000352*                   porcentaje de la promocion aplicada; lo
000353*                   historico pasa sin promocion.
000354*2026-10-15  RF     El historial gana tambien el supervisor que
000355*                   autorizo un descuento sobre el tope; lo
000356*                   historico pasa sin supervisor (espacios).
000357*2026-10-15  RF     La edad del maestro se reemplaza por la fecha
000358*                   de nacimiento: el maestro nuevo sale sin fecha
000359*                   y despues se cargan las de NACIMIEN (cliente +
000360*                   AAAAMMDD, en cualquier orden), validadas como
000361*                   fecha real, no posterior a la fecha de proceso
000362*                   y con edad de 0 a 120; los registros
000363*                   rechazados salen por consola con su motivo.
000364*                   Los clientes que quedan sin fecha se graban en
000365*                   SINNACIM. La auditoria de clientes pasa con
000366*                   las fechas de nacimiento en cero.
000367*2026-10-15  RF     Convierte tambien la auditoria de cajeros
000368*                   (CAJAUD), que gana el legajo de personal
000369*                   antes y despues; lo historico pasa con los
000370*                   legajos en cero.
000371*2026-10-15  RF     El historial gana el extra de fidelidad
000372*                   aplicado (SH-FIDEL-PORC); lo historico pasa
000373*                   en cero. El indice SALESIDX, que crece con el
000374*                   mismo campo, se copia registro a registro al
000375*                   layout nuevo (conserva la marca de devuelta).
000376******************************************************************
000377 IDENTIFICATION DIVISION.
000378 PROGRAM-ID. Conversion3.
000380 AUTHOR. R. FEDIUK.
000390 INSTALLATION. CASA CENTRAL.
000400 DATE-WRITTEN. 2026-10-15.
000410 DATE-COMPILED.
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT OLD-CUSTOMER-MASTER ASSIGN TO "OLDCUST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS OC-CLIENTE-ID
000500         ALTERNATE RECORD KEY IS OC-APELLIDO-NOMBRE
000510             WITH DUPLICATES
000520         FILE STATUS IS C3-OCUS-STATUS.
000530     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CM-CLIENTE-ID
000570         ALTERNATE RECORD KEY IS CM-APELLIDO-NOMBRE
000580             WITH DUPLICATES
000590         FILE STATUS IS C3-NCUS-STATUS.
000591     SELECT OLD-EXCEPTION-FILE ASSIGN TO "OLDEXC"
000592         ORGANIZATION IS SEQUENTIAL
000593         FILE STATUS IS C3-OEXC-STATUS.
000594     SELECT SALES-EXCEPTION-FILE ASSIGN TO "SALESEXC"
000595         ORGANIZATION IS SEQUENTIAL
000596         FILE STATUS IS C3-NEXC-STATUS.
000597     SELECT OLD-HISTORY-FILE ASSIGN TO "OLDHST"
000598         ORGANIZATION IS SEQUENTIAL
000599         FILE STATUS IS C3-OHST-STATUS.
000600     SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST"
000601         ORGANIZATION IS SEQUENTIAL
000602         FILE STATUS IS C3-NHST-STATUS.
000603     SELECT OLD-HISTORY-INDEX ASSIGN TO "OLDIDX"
000604         ORGANIZATION IS INDEXED
000605         ACCESS MODE IS SEQUENTIAL
000606         RECORD KEY IS OI-CLAVE
000607         FILE STATUS IS C3-OIDX-STATUS.
000608     SELECT SALES-HISTORY-INDEX ASSIGN TO "SALESIDX"
000609         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000611         RECORD KEY IS SI-CLAVE
000612         FILE STATUS IS C3-NIDX-STATUS.
000613     SELECT BIRTH-DATE-FILE ASSIGN TO "NACIMIEN"
000614         ORGANIZATION IS SEQUENTIAL
000615         FILE STATUS IS C3-NAC-STATUS.
000616     SELECT NO-BIRTH-DATE-FILE ASSIGN TO "SINNACIM"
000617         ORGANIZATION IS SEQUENTIAL
000618         FILE STATUS IS C3-SIN-STATUS.
000619     SELECT OLD-AUDIT-LOG ASSIGN TO "OLDAUD"
000620         ORGANIZATION IS SEQUENTIAL
000621         FILE STATUS IS C3-OAUD-STATUS.
000622     SELECT CUSTOMER-AUDIT-LOG ASSIGN TO "CUSTAUD"
000623         ORGANIZATION IS SEQUENTIAL
000624         FILE STATUS IS C3-NAUD-STATUS.
000625     SELECT OLD-CASHIER-AUDIT-LOG ASSIGN TO "OLDCAJ"
000626         ORGANIZATION IS SEQUENTIAL
000627         FILE STATUS IS C3-OCAJ-STATUS.
000628     SELECT CASHIER-AUDIT-LOG ASSIGN TO "CAJAUD"
000629         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS C3-NCAJ-STATUS.
000631     SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000632         ORGANIZATION IS SEQUENTIAL
000633         FILE STATUS IS C3-PROC-STATUS.
000634******************************************************************
000635 DATA DIVISION.
000636 FILE SECTION.
000637 FD  OLD-CUSTOMER-MASTER
000640     LABEL RECORDS ARE STANDARD.
000650 01  OC-OLD-CUSTOMER-RECORD.
000660     05  OC-CLIENTE-ID           PIC 9(06).
000670     05  OC-APELLIDO-NOMBRE.
000680         10  OC-APELLIDO         PIC X(20).
000690         10  OC-NOMBRE           PIC X(15).
000700     05  OC-EDAD                 PIC 9(03).
000710     05  OC-ESTADO               PIC X(01).
000720     05  OC-FECHA-BAJA           PIC 9(08).
000730     05  OC-MOTIVO-BAJA          PIC X(20).
000740
000750 FD  CUSTOMER-MASTER
000760     LABEL RECORDS ARE STANDARD.
000770     COPY CUSTMAST.
000771 FD  OLD-EXCEPTION-FILE
000772     LABEL RECORDS ARE STANDARD.
000773 01  OX-EXCEPTION-RECORD         PIC X(107).
000774
000775 FD  SALES-EXCEPTION-FILE
000776     LABEL RECORDS ARE STANDARD.
000777     COPY SALESEXC.
000778 FD  OLD-HISTORY-FILE
000779     LABEL RECORDS ARE STANDARD.
000780 01  OH-HISTORY-RECORD           PIC X(97).
000781
000782 FD  SALES-HISTORY-FILE
000783     LABEL RECORDS ARE STANDARD.
000784     COPY SALESHST.
000785
000786 FD  OLD-HISTORY-INDEX
000787     LABEL RECORDS ARE STANDARD.
000788 01  OI-HISTORY-RECORD.
000789     05  OI-CLAVE                PIC X(14).
000790     05  FILLER                  PIC X(91).
000791
000792 FD  SALES-HISTORY-INDEX
000793     LABEL RECORDS ARE STANDARD.
000794     COPY SALESIDX.
000795 FD  BIRTH-DATE-FILE
000796     LABEL RECORDS ARE STANDARD.
000797 01  NF-NACIMIENTO-RECORD.
000798     05  NF-CLIENTE-ID           PIC 9(06).
000799     05  NF-FECHA-NACIMIENTO     PIC X(08).
000800     05  NF-NACIMIENTO-NUM REDEFINES NF-FECHA-NACIMIENTO
000801                                 PIC 9(08).
000802     05  FILLER                  PIC X(06).
000803
000804 FD  NO-BIRTH-DATE-FILE
000805     LABEL RECORDS ARE STANDARD.
000806 01  SN-SIN-FECHA-RECORD.
000807     05  SN-CLIENTE-ID           PIC 9(06).
000808     05  FILLER                  PIC X(01).
000809     05  SN-APELLIDO             PIC X(20).
000810     05  FILLER                  PIC X(01).
000811     05  SN-NOMBRE               PIC X(15).
000812     05  FILLER                  PIC X(01).
000813     05  SN-ESTADO               PIC X(01).
000814     05  FILLER                  PIC X(35).
000815
000816 FD  OLD-AUDIT-LOG
000817     LABEL RECORDS ARE STANDARD.
000818 01  OA-AUDIT-RECORD.
000819     05  OA-CABECERA             PIC X(40).
000820     05  OA-APELLIDO-ANTES       PIC X(20).
000821     05  OA-NOMBRE-ANTES         PIC X(15).
000822     05  OA-EDAD-ANTES           PIC 9(03).
000823     05  OA-APELLIDO-DESPUES     PIC X(20).
000824     05  OA-NOMBRE-DESPUES       PIC X(15).
000825     05  OA-EDAD-DESPUES         PIC 9(03).
000826     05  OA-ESTADO-ANTES         PIC X(01).
000827     05  OA-ESTADO-DESPUES       PIC X(01).
000828
000829 FD  CUSTOMER-AUDIT-LOG
000830     LABEL RECORDS ARE STANDARD.
000831     COPY CUSTAUDT.
000832
000833 FD  OLD-CASHIER-AUDIT-LOG
000834     LABEL RECORDS ARE STANDARD.
000835 01  OJ-AUDIT-RECORD.
000836     05  OJ-DATOS                PIC X(97).
000837     05  FILLER                  PIC X(05).
000838
000839 FD  CASHIER-AUDIT-LOG
000840     LABEL RECORDS ARE STANDARD.
000841 01  AJ-AUDIT-RECORD.
000842     05  AJ-USUARIO              PIC X(08).
000843     05  AJ-FECHA                PIC 9(08).
000844     05  AJ-HORA                 PIC 9(08).
000845     05  AJ-OPERACION            PIC X(10).
000846     05  AJ-CAJERO               PIC X(05).
000847     05  AJ-NOMBRE-ANTES         PIC X(25).
000848     05  AJ-SUC-ANTES            PIC X(03).
000849     05  AJ-ESTADO-ANTES         PIC X(01).
000850     05  AJ-NOMBRE-DESPUES       PIC X(25).
000851     05  AJ-SUC-DESPUES          PIC X(03).
000852     05  AJ-ESTADO-DESPUES       PIC X(01).
000853     05  AJ-LEGAJO-ANTES         PIC 9(06).
000854     05  AJ-LEGAJO-DESPUES       PIC 9(06).
000855     05  FILLER                  PIC X(05).
000856
000857 FD  PROCESS-DATE-FILE
000858     LABEL RECORDS ARE STANDARD.
000859     COPY PROCDATE.
000860
000861 WORKING-STORAGE SECTION.
000862 01  C3-SWITCHES.
000863     05  C3-SW-FIN-ARCHIVO       PIC X(01) VALUE "N".
000864         88  C3-FIN-ARCHIVO             VALUE "S".
000865
000866 01  C3-OCUS-STATUS              PIC X(02).
000867     88  C3-OCUS-STATUS-OK             VALUE "00".
000868
000870 01  C3-NCUS-STATUS              PIC X(02).
000880     88  C3-NCUS-STATUS-OK             VALUE "00".
000881 01  C3-OEXC-STATUS              PIC X(02).
000882     88  C3-OEXC-STATUS-OK             VALUE "00".
000883
000884 01  C3-NEXC-STATUS              PIC X(02).
000885     88  C3-NEXC-STATUS-OK             VALUE "00".
000886 01  C3-OHST-STATUS              PIC X(02).
000887     88  C3-OHST-STATUS-OK             VALUE "00".
000888
000889 01  C3-NHST-STATUS              PIC X(02).
000890     88  C3-NHST-STATUS-OK             VALUE "00".
000891 01  C3-OIDX-STATUS              PIC X(02).
000892     88  C3-OIDX-STATUS-OK             VALUE "00".
000893 01  C3-NIDX-STATUS              PIC X(02).
000894     88  C3-NIDX-STATUS-OK             VALUE "00".
000895 01  C3-NAC-STATUS               PIC X(02).
000896     88  C3-NAC-STATUS-OK              VALUE "00".
000897 01  C3-SIN-STATUS               PIC X(02).
000898     88  C3-SIN-STATUS-OK              VALUE "00".
000899 01  C3-OAUD-STATUS              PIC X(02).
000900     88  C3-OAUD-STATUS-OK             VALUE "00".
000901 01  C3-NAUD-STATUS              PIC X(02).
000902     88  C3-NAUD-STATUS-OK             VALUE "00".
000903 01  C3-OCAJ-STATUS              PIC X(02).
000904     88  C3-OCAJ-STATUS-OK             VALUE "00".
000905 01  C3-NCAJ-STATUS              PIC X(02).
000906     88  C3-NCAJ-STATUS-OK             VALUE "00".
000907 01  C3-PROC-STATUS              PIC X(02).
000908     88  C3-PROC-STATUS-OK             VALUE "00".
000909
000910 01  C3-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
000911 01  C3-MOTIVO                   PIC X(32) VALUE SPACES.
000912
000913 01  C3-CONTADORES.
000914     05  C3-CANT-CLIENTES        PIC 9(08) VALUE ZERO.
000920     05  C3-CANT-BAJAS           PIC 9(08) VALUE ZERO.
000921     05  C3-EXC-LEIDOS           PIC 9(08) VALUE ZERO.
000922     05  C3-EXC-GRABADOS         PIC 9(08) VALUE ZERO.
000923     05  C3-HST-LEIDOS           PIC 9(08) VALUE ZERO.
000924     05  C3-HST-GRABADOS         PIC 9(08) VALUE ZERO.
000925     05  C3-IDX-LEIDOS           PIC 9(08) VALUE ZERO.
000926     05  C3-IDX-GRABADOS         PIC 9(08) VALUE ZERO.
000927     05  C3-NAC-LEIDOS           PIC 9(08) VALUE ZERO.
000928     05  C3-NAC-APLICADOS        PIC 9(08) VALUE ZERO.
000929     05  C3-NAC-REPETIDOS        PIC 9(08) VALUE ZERO.
000930     05  C3-NAC-RECHAZADOS       PIC 9(08) VALUE ZERO.
000931     05  C3-CANT-SIN-FECHA       PIC 9(08) VALUE ZERO.
000932     05  C3-AUD-LEIDOS           PIC 9(08) VALUE ZERO.
000933     05  C3-AUD-GRABADOS         PIC 9(08) VALUE ZERO.
000934     05  C3-CAJ-LEIDOS           PIC 9(08) VALUE ZERO.
000935     05  C3-CAJ-GRABADOS         PIC 9(08) VALUE ZERO.
000936
000937 01  C3-VALIDACION-FECHA.
000938     05  C3-VF-FECHA             PIC 9(08) VALUE ZERO.
000939     05  C3-VF-PARTES REDEFINES C3-VF-FECHA.
000940         10  C3-VF-ANIO          PIC 9(04).
000941         10  C3-VF-MES           PIC 9(02).
000942         10  C3-VF-DIA           PIC 9(02).
000943     05  C3-VF-EDAD              PIC 9(04) COMP VALUE ZERO.
000944     05  C3-VF-DIAS-TOPE         PIC 9(02) VALUE ZERO.
000945     05  C3-VF-COCIENTE          PIC 9(04) COMP VALUE ZERO.
000946     05  C3-VF-RESTO-4           PIC 9(04) COMP VALUE ZERO.
000947     05  C3-VF-RESTO-100         PIC 9(04) COMP VALUE ZERO.
000948     05  C3-VF-RESTO-400         PIC 9(04) COMP VALUE ZERO.
000949     05  C3-SW-BISIESTO          PIC X(01) VALUE "N".
000950         88  C3-ES-BISIESTO             VALUE "S".
000951     05  C3-SW-FECHA-OK          PIC X(01) VALUE "N".
000952         88  C3-FECHA-VALIDA            VALUE "S".
000953 01  C3-DIAS-MES-VALORES         PIC X(24) VALUE
000954     "312831303130313130313031".
000955 01  C3-DIAS-MES-TABLA REDEFINES C3-DIAS-MES-VALORES.
000956     05  C3-DIAS-MES             OCCURS 12 TIMES PIC 9(02).
000957******************************************************************
000958 PROCEDURE DIVISION.
000959
000960 0000-MAINLINE.
000970     PERFORM 4000-CONVERTIR-MAESTRO THRU 4000-EXIT.
000971     PERFORM 5000-CONVERTIR-EXCEPCIONES THRU 5000-EXIT.
000972     PERFORM 6000-CONVERTIR-HISTORIA THRU 6000-EXIT.
000973     PERFORM 6300-CONVERTIR-INDICE THRU 6300-EXIT.
000974     PERFORM 7000-CARGAR-NACIMIENTOS THRU 7000-EXIT.
000975     PERFORM 7500-LISTAR-SIN-FECHA THRU 7500-EXIT.
000976     PERFORM 8000-CONVERTIR-AUDITORIA THRU 8000-EXIT.
000977     PERFORM 8300-CONVERTIR-AUD-CAJEROS THRU 8300-EXIT.
000980     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
000990     STOP RUN.
001000
001010******************************************************************
001020*CONVERTIR-MAESTRO: copia el maestro de clientes viejo al
001030*layout nuevo; estado y datos de baja pasan tal cual, la
001040*cuenta corriente arranca sin limite y con saldo cero, el
001041*cliente queda como consumidor final sin documento y sin fecha
001042*de nacimiento (la carga 7000-CARGAR-NACIMIENTOS).
001050******************************************************************
001060 4000-CONVERTIR-MAESTRO.
001070     OPEN INPUT OLD-CUSTOMER-MASTER.
001080     IF NOT C3-OCUS-STATUS-OK
001090         DISPLAY "Sin maestro viejo (status " C3-OCUS-STATUS
001100             "), se saltea"
001110         GO TO 4000-EXIT
001120     END-IF.
001130     OPEN OUTPUT CUSTOMER-MASTER.
001140     IF NOT C3-NCUS-STATUS-OK
001150         DISPLAY "No se pudo crear el maestro nuevo, status "
001160             C3-NCUS-STATUS
001170         MOVE 12 TO RETURN-CODE
001180         CLOSE OLD-CUSTOMER-MASTER
001190         GO TO 4000-EXIT
001200     END-IF.
001210     MOVE "N" TO C3-SW-FIN-ARCHIVO.
001220     PERFORM 4100-LEER-CLIENTE THRU 4100-EXIT.
001230     PERFORM 4200-COPIAR-CLIENTE THRU 4200-EXIT
001240         UNTIL C3-FIN-ARCHIVO.
001250     CLOSE OLD-CUSTOMER-MASTER.
001260     CLOSE CUSTOMER-MASTER.
001270 4000-EXIT.
001280     EXIT.
001290
001300 4100-LEER-CLIENTE.
001310     READ OLD-CUSTOMER-MASTER NEXT RECORD
001320         AT END
001330             SET C3-FIN-ARCHIVO TO TRUE
001340     END-READ.
001350 4100-EXIT.
001360     EXIT.
001370
001380 4200-COPIAR-CLIENTE.
001390     MOVE OC-CLIENTE-ID      TO CM-CLIENTE-ID.
001400     MOVE OC-APELLIDO        TO CM-APELLIDO.
001410     MOVE OC-NOMBRE          TO CM-NOMBRE.
001420     MOVE ZERO               TO CM-FECHA-NACIMIENTO.
001430     MOVE OC-ESTADO          TO CM-ESTADO.
001440     MOVE OC-FECHA-BAJA      TO CM-FECHA-BAJA.
001450     MOVE OC-MOTIVO-BAJA     TO CM-MOTIVO-BAJA.
001460     MOVE ZERO               TO CM-LIMITE-CREDITO.
001470     MOVE ZERO               TO CM-SALDO-CTACTE.
001471     MOVE SPACE              TO CM-TIPO-DOCUMENTO.
001472     MOVE ZERO               TO CM-NUMERO-DOCUMENTO.
001473     SET CM-IVA-CONS-FINAL TO TRUE.
001480     WRITE CM-CUSTOMER-RECORD.
001490     ADD 1 TO C3-CANT-CLIENTES.
001500     IF CM-INACTIVO
001510         ADD 1 TO C3-CANT-BAJAS
001520     END-IF.
001530     PERFORM 4100-LEER-CLIENTE THRU 4100-EXIT.
001540 4200-EXIT.
001550     EXIT.
001560
001561******************************************************************
001562*CONVERTIR-EXCEPCIONES: copia las excepciones viejas (sin serie
001563*de cupon) al layout nuevo, con la serie en cero.
001564******************************************************************
001565 5000-CONVERTIR-EXCEPCIONES.
001566     OPEN INPUT OLD-EXCEPTION-FILE.
001567     IF NOT C3-OEXC-STATUS-OK
001568         DISPLAY "No se pudo abrir OLDEXC, status "
001569             C3-OEXC-STATUS
001570         GO TO 5000-EXIT
001571     END-IF.
001572     OPEN OUTPUT SALES-EXCEPTION-FILE.
001573     IF NOT C3-NEXC-STATUS-OK
001574         DISPLAY "No se pudo crear SALESEXC nuevo, status "
001575             C3-NEXC-STATUS
001576         MOVE 12 TO RETURN-CODE
001577         CLOSE OLD-EXCEPTION-FILE
001578         GO TO 5000-EXIT
001579     END-IF.
001580     MOVE "N" TO C3-SW-FIN-ARCHIVO.
001581     PERFORM 5100-LEER-EXCEPCION THRU 5100-EXIT.
001582     PERFORM 5200-COPIAR-EXCEPCION THRU 5200-EXIT
001583         UNTIL C3-FIN-ARCHIVO.
001584     CLOSE OLD-EXCEPTION-FILE.
001585     CLOSE SALES-EXCEPTION-FILE.
001586 5000-EXIT.
001587     EXIT.
001588
001589 5100-LEER-EXCEPCION.
001590     READ OLD-EXCEPTION-FILE
001591         AT END
001592             SET C3-FIN-ARCHIVO TO TRUE
001593     END-READ.
001594 5100-EXIT.
001595     EXIT.
001596
001597 5200-COPIAR-EXCEPCION.
001598     ADD 1 TO C3-EXC-LEIDOS.
001599     MOVE SPACES TO SX-EXCEPTION-RECORD.
001600     MOVE OX-EXCEPTION-RECORD TO SX-EXCEPTION-RECORD(1:107).
001601     MOVE ZERO TO SX-CUPON-SERIE.
001602     WRITE SX-EXCEPTION-RECORD.
001603     ADD 1 TO C3-EXC-GRABADOS.
001604     PERFORM 5100-LEER-EXCEPCION THRU 5100-EXIT.
001605 5200-EXIT.
001610     EXIT.
001620
001630******************************************************************
001640*CONVERTIR-HISTORIA: copia el historial de ventas viejo (sin
001650*promocion ni supervisor) al layout nuevo, con la promocion y
001660*el supervisor en espacios y los porcentajes en cero.
001670******************************************************************
001680 6000-CONVERTIR-HISTORIA.
001690     OPEN INPUT OLD-HISTORY-FILE.
001700     IF NOT C3-OHST-STATUS-OK
001710         DISPLAY "No se pudo abrir OLDHST, status "
001720             C3-OHST-STATUS
001730         GO TO 6000-EXIT
001740     END-IF.
001750     OPEN OUTPUT SALES-HISTORY-FILE.
001760     IF NOT C3-NHST-STATUS-OK
001770         DISPLAY "No se pudo crear SALESHST nuevo, status "
001780             C3-NHST-STATUS
001790         MOVE 12 TO RETURN-CODE
001800         CLOSE OLD-HISTORY-FILE
001810         GO TO 6000-EXIT
001820     END-IF.
001830     MOVE "N" TO C3-SW-FIN-ARCHIVO.
001840     PERFORM 6100-LEER-HISTORIA THRU 6100-EXIT.
001850     PERFORM 6200-COPIAR-HISTORIA THRU 6200-EXIT
001860         UNTIL C3-FIN-ARCHIVO.
001870     CLOSE OLD-HISTORY-FILE.
001880     CLOSE SALES-HISTORY-FILE.
001890 6000-EXIT.
001900     EXIT.
001910
001920 6100-LEER-HISTORIA.
001930     READ OLD-HISTORY-FILE
001940         AT END
001950             SET C3-FIN-ARCHIVO TO TRUE
001960     END-READ.
001970 6100-EXIT.
001980     EXIT.
001990
002000 6200-COPIAR-HISTORIA.
002010     ADD 1 TO C3-HST-LEIDOS.
002020     MOVE SPACES TO SH-HISTORY-RECORD.
002030     MOVE OH-HISTORY-RECORD TO SH-HISTORY-RECORD(1:97).
002040     MOVE SPACES TO SH-PROMOCION.
002050     MOVE ZERO TO SH-PROMO-PORC.
002051     MOVE SPACES TO SH-SUPERVISOR.
002052     MOVE ZERO TO SH-FIDEL-PORC.
002060     WRITE SH-HISTORY-RECORD.
002070     ADD 1 TO C3-HST-GRABADOS.
002080     PERFORM 6100-LEER-HISTORIA THRU 6100-EXIT.
002090 6200-EXIT.
002100     EXIT.
002101
002102******************************************************************
002103*CONVERTIR-INDICE: copia el indice del historial viejo al layout
002104*nuevo en orden de clave, con el extra de fidelidad en cero. Los
002105*registros sin promocion quedan con el porcentaje en cero.
002106******************************************************************
002107 6300-CONVERTIR-INDICE.
002108     OPEN INPUT OLD-HISTORY-INDEX.
002109     IF NOT C3-OIDX-STATUS-OK
002110         DISPLAY "No se pudo abrir OLDIDX, status "
002111             C3-OIDX-STATUS
002112         GO TO 6300-EXIT
002113     END-IF.
002114     OPEN OUTPUT SALES-HISTORY-INDEX.
002115     IF NOT C3-NIDX-STATUS-OK
002116         DISPLAY "No se pudo crear SALESIDX nuevo, status "
002117             C3-NIDX-STATUS
002118         MOVE 12 TO RETURN-CODE
002119         CLOSE OLD-HISTORY-INDEX
002120         GO TO 6300-EXIT
002121     END-IF.
002122     MOVE "N" TO C3-SW-FIN-ARCHIVO.
002123     PERFORM 6400-LEER-INDICE THRU 6400-EXIT.
002124     PERFORM 6500-COPIAR-INDICE THRU 6500-EXIT
002125         UNTIL C3-FIN-ARCHIVO.
002126     CLOSE OLD-HISTORY-INDEX.
002127     CLOSE SALES-HISTORY-INDEX.
002128 6300-EXIT.
002129     EXIT.
002130
002131 6400-LEER-INDICE.
002132     READ OLD-HISTORY-INDEX NEXT RECORD
002133         AT END
002134             SET C3-FIN-ARCHIVO TO TRUE
002135     END-READ.
002136 6400-EXIT.
002137     EXIT.
002138
002139 6500-COPIAR-INDICE.
002140     ADD 1 TO C3-IDX-LEIDOS.
002141     MOVE SPACES TO SI-HISTORY-RECORD.
002142     MOVE OI-HISTORY-RECORD TO SI-HISTORY-RECORD(1:105).
002143     IF SI-PROMOCION = SPACES
002144         MOVE ZERO TO SI-PROMO-PORC
002145     END-IF.
002146     MOVE ZERO TO SI-FIDEL-PORC.
002147     WRITE SI-HISTORY-RECORD
002148         INVALID KEY
002149             DISPLAY "** Clave duplicada en SALESIDX: "
002150                 SI-CLAVE " **"
002151             GO TO 6500-LEER
002152     END-WRITE.
002153     ADD 1 TO C3-IDX-GRABADOS.
002154 6500-LEER.
002155     PERFORM 6400-LEER-INDICE THRU 6400-EXIT.
002156 6500-EXIT.
002157     EXIT.
002158******************************************************************
002159*CARGAR-NACIMIENTOS: aplica sobre el maestro nuevo las fechas de
002160*nacimiento del archivo provisto (cliente + AAAAMMDD, en
002161*cualquier orden). Cada fecha se valida igual que en el
002162*mantenimiento: fecha real desde 1900, no posterior a la fecha
002163*de proceso y con edad de 0 a 120. Un cliente repetido queda con
002170*la ultima fecha valida del archivo.
002180******************************************************************
002190 7000-CARGAR-NACIMIENTOS.
002200     PERFORM 7050-LEER-FECHA-PROCESO THRU 7050-EXIT.
002210     OPEN INPUT BIRTH-DATE-FILE.
002220     IF NOT C3-NAC-STATUS-OK
002230         DISPLAY "Sin archivo de fechas de nacimiento (status "
002240             C3-NAC-STATUS ")"
002241         DISPLAY "Todos los clientes quedan sin fecha"
002250         GO TO 7000-EXIT
002260     END-IF.
002270     OPEN I-O CUSTOMER-MASTER.
002280     IF NOT C3-NCUS-STATUS-OK
002290         DISPLAY "No se pudo abrir el maestro nuevo, status "
002300             C3-NCUS-STATUS
002310         MOVE 12 TO RETURN-CODE
002320         CLOSE BIRTH-DATE-FILE
002330         GO TO 7000-EXIT
002340     END-IF.
002350     MOVE "N" TO C3-SW-FIN-ARCHIVO.
002360     PERFORM 7100-LEER-NACIMIENTO THRU 7100-EXIT.
002370     PERFORM 7200-APLICAR-NACIMIENTO THRU 7200-EXIT
002380         UNTIL C3-FIN-ARCHIVO.
002390     CLOSE BIRTH-DATE-FILE.
002400     CLOSE CUSTOMER-MASTER.
002410 7000-EXIT.
002420     EXIT.
002430
002440 7050-LEER-FECHA-PROCESO.
002450     ACCEPT C3-FECHA-PROCESO FROM DATE YYYYMMDD.
002460     OPEN INPUT PROCESS-DATE-FILE.
002470     IF C3-PROC-STATUS-OK
002480         READ PROCESS-DATE-FILE
002490             AT END
002500                 CONTINUE
002510             NOT AT END
002520                 MOVE PD-FECHA-PROCESO TO C3-FECHA-PROCESO
002530         END-READ
002540         CLOSE PROCESS-DATE-FILE
002550     END-IF.
002560 7050-EXIT.
002570     EXIT.
002580
002590 7100-LEER-NACIMIENTO.
002600     READ BIRTH-DATE-FILE
002610         AT END
002620             SET C3-FIN-ARCHIVO TO TRUE
002630     END-READ.
002640 7100-EXIT.
002650     EXIT.
002660
002670 7200-APLICAR-NACIMIENTO.
002680     ADD 1 TO C3-NAC-LEIDOS.
002690     MOVE SPACES TO C3-MOTIVO.
002700     IF NF-FECHA-NACIMIENTO IS NOT NUMERIC
002710         MOVE "FECHA NO NUMERICA" TO C3-MOTIVO
002720         GO TO 7290-RECHAZAR
002730     END-IF.
002740     MOVE NF-NACIMIENTO-NUM TO C3-VF-FECHA.
002750     PERFORM 7300-VALIDAR-FECHA THRU 7300-EXIT.
002760     IF NOT C3-FECHA-VALIDA
002770         MOVE "FECHA INEXISTENTE" TO C3-MOTIVO
002780         GO TO 7290-RECHAZAR
002790     END-IF.
002800     IF C3-VF-FECHA > C3-FECHA-PROCESO
002810         MOVE "FECHA POSTERIOR A LA DE PROCESO" TO C3-MOTIVO
002820         GO TO 7290-RECHAZAR
002830     END-IF.
002840     COMPUTE C3-VF-EDAD =
002850         (C3-FECHA-PROCESO - C3-VF-FECHA) / 10000.
002860     IF C3-VF-EDAD > 120
002870         MOVE "EDAD FUERA DE RANGO (0-120)" TO C3-MOTIVO
002880         GO TO 7290-RECHAZAR
002890     END-IF.
002900     MOVE NF-CLIENTE-ID TO CM-CLIENTE-ID.
002910     READ CUSTOMER-MASTER
002920         INVALID KEY
002930             MOVE "CLIENTE INEXISTENTE" TO C3-MOTIVO
002940     END-READ.
002950     IF C3-MOTIVO NOT = SPACES
002960         GO TO 7290-RECHAZAR
002970     END-IF.
002980     IF NOT CM-SIN-NACIMIENTO
002990         ADD 1 TO C3-NAC-REPETIDOS
003000     END-IF.
003010     MOVE C3-VF-FECHA TO CM-FECHA-NACIMIENTO.
003020     REWRITE CM-CUSTOMER-RECORD.
003030     ADD 1 TO C3-NAC-APLICADOS.
003040     GO TO 7299-SIGUIENTE.
003050 7290-RECHAZAR.
003060     ADD 1 TO C3-NAC-RECHAZADOS.
003070     DISPLAY "Fecha rechazada: cliente " NF-CLIENTE-ID " fecha "
003080         NF-FECHA-NACIMIENTO " " C3-MOTIVO.
003090 7299-SIGUIENTE.
003100     PERFORM 7100-LEER-NACIMIENTO THRU 7100-EXIT.
003110 7200-EXIT.
003120     EXIT.
003130
003140******************************************************************
003150*VALIDAR-FECHA: C3-VF-FECHA debe ser una fecha del calendario
003160*desde 1900, con el 29 de febrero solo en los anios bisiestos.
003170******************************************************************
003180 7300-VALIDAR-FECHA.
003190     MOVE "N" TO C3-SW-FECHA-OK.
003200     IF C3-VF-ANIO < 1900 OR C3-VF-MES < 1 OR C3-VF-MES > 12
003210             OR C3-VF-DIA < 1
003220         GO TO 7300-EXIT
003230     END-IF.
003240     MOVE C3-DIAS-MES(C3-VF-MES) TO C3-VF-DIAS-TOPE.
003250     IF C3-VF-MES = 2
003260         PERFORM 7310-EVALUAR-BISIESTO THRU 7310-EXIT
003270         IF C3-ES-BISIESTO
003280             MOVE 29 TO C3-VF-DIAS-TOPE
003290         END-IF
003300     END-IF.
003310     IF C3-VF-DIA > C3-VF-DIAS-TOPE
003320         GO TO 7300-EXIT
003330     END-IF.
003340     SET C3-FECHA-VALIDA TO TRUE.
003350 7300-EXIT.
003360     EXIT.
003370
003380 7310-EVALUAR-BISIESTO.
003390     MOVE "N" TO C3-SW-BISIESTO.
003400     DIVIDE C3-VF-ANIO BY 4 GIVING C3-VF-COCIENTE
003410         REMAINDER C3-VF-RESTO-4.
003420     DIVIDE C3-VF-ANIO BY 100 GIVING C3-VF-COCIENTE
003430         REMAINDER C3-VF-RESTO-100.
003440     DIVIDE C3-VF-ANIO BY 400 GIVING C3-VF-COCIENTE
003450         REMAINDER C3-VF-RESTO-400.
003460     IF C3-VF-RESTO-4 = ZERO
003470         IF C3-VF-RESTO-100 NOT = ZERO
003480                 OR C3-VF-RESTO-400 = ZERO
003490             SET C3-ES-BISIESTO TO TRUE
003500         END-IF
003510     END-IF.
003520 7310-EXIT.
003530     EXIT.
003540
003550******************************************************************
003560*LISTAR-SIN-FECHA: recorre el maestro nuevo y graba en SINNACIM
003570*los clientes que quedaron sin fecha de nacimiento, para que el
003580*mantenimiento los complete.
003590******************************************************************
003600 7500-LISTAR-SIN-FECHA.
003610     OPEN INPUT CUSTOMER-MASTER.
003620     IF NOT C3-NCUS-STATUS-OK
003630         DISPLAY "No se pudo releer el maestro nuevo, status "
003640             C3-NCUS-STATUS
003650         GO TO 7500-EXIT
003660     END-IF.
003670     OPEN OUTPUT NO-BIRTH-DATE-FILE.
003680     IF NOT C3-SIN-STATUS-OK
003690         DISPLAY "No se pudo crear SINNACIM, status "
003700             C3-SIN-STATUS
003710         MOVE 12 TO RETURN-CODE
003720         CLOSE CUSTOMER-MASTER
003730         GO TO 7500-EXIT
003740     END-IF.
003750     MOVE "N" TO C3-SW-FIN-ARCHIVO.
003760     MOVE LOW-VALUES TO CM-CLIENTE-ID.
003770     START CUSTOMER-MASTER KEY IS NOT LESS THAN CM-CLIENTE-ID
003780         INVALID KEY SET C3-FIN-ARCHIVO TO TRUE
003790     END-START.
003800     PERFORM 7600-REVISAR-CLIENTE THRU 7600-EXIT
003810         UNTIL C3-FIN-ARCHIVO.
003820     CLOSE CUSTOMER-MASTER.
003830     CLOSE NO-BIRTH-DATE-FILE.
003840 7500-EXIT.
003850     EXIT.
003860
003870 7600-REVISAR-CLIENTE.
003880     READ CUSTOMER-MASTER NEXT RECORD
003890         AT END
003900             SET C3-FIN-ARCHIVO TO TRUE
003910             GO TO 7600-EXIT
003920     END-READ.
003930     IF CM-SIN-NACIMIENTO
003940         MOVE SPACES        TO SN-SIN-FECHA-RECORD
003950         MOVE CM-CLIENTE-ID TO SN-CLIENTE-ID
003960         MOVE CM-APELLIDO   TO SN-APELLIDO
003970         MOVE CM-NOMBRE     TO SN-NOMBRE
003980         MOVE CM-ESTADO     TO SN-ESTADO
003990         WRITE SN-SIN-FECHA-RECORD
004000         ADD 1 TO C3-CANT-SIN-FECHA
004010     END-IF.
004020 7600-EXIT.
004030     EXIT.
004040
004050******************************************************************
004060*CONVERTIR-AUDITORIA: copia la auditoria de clientes vieja (con
004070*la edad antes y despues) al layout nuevo, con las fechas de
004080*nacimiento en cero.
004090******************************************************************
004100 8000-CONVERTIR-AUDITORIA.
004110     OPEN INPUT OLD-AUDIT-LOG.
004120     IF NOT C3-OAUD-STATUS-OK
004130         DISPLAY "No se pudo abrir OLDAUD, status "
004140             C3-OAUD-STATUS
004150         GO TO 8000-EXIT
004160     END-IF.
004170     OPEN OUTPUT CUSTOMER-AUDIT-LOG.
004180     IF NOT C3-NAUD-STATUS-OK
004190         DISPLAY "No se pudo crear CUSTAUD nuevo, status "
004200             C3-NAUD-STATUS
004210         MOVE 12 TO RETURN-CODE
004220         CLOSE OLD-AUDIT-LOG
004230         GO TO 8000-EXIT
004240     END-IF.
004250     MOVE "N" TO C3-SW-FIN-ARCHIVO.
004260     PERFORM 8100-LEER-AUDITORIA THRU 8100-EXIT.
004270     PERFORM 8200-COPIAR-AUDITORIA THRU 8200-EXIT
004280         UNTIL C3-FIN-ARCHIVO.
004290     CLOSE OLD-AUDIT-LOG.
004300     CLOSE CUSTOMER-AUDIT-LOG.
004310 8000-EXIT.
004320     EXIT.
004330
004340 8100-LEER-AUDITORIA.
004350     READ OLD-AUDIT-LOG
004360         AT END
004370             SET C3-FIN-ARCHIVO TO TRUE
004380     END-READ.
004390 8100-EXIT.
004400     EXIT.
004410
004420 8200-COPIAR-AUDITORIA.
004430     ADD 1 TO C3-AUD-LEIDOS.
004440     MOVE SPACES TO AL-AUDIT-RECORD.
004450     MOVE OA-CABECERA         TO AL-AUDIT-RECORD(1:40).
004460     MOVE OA-APELLIDO-ANTES   TO AL-APELLIDO-ANTES.
004470     MOVE OA-NOMBRE-ANTES     TO AL-NOMBRE-ANTES.
004480     MOVE ZERO                TO AL-NACIMIENTO-ANTES.
004490     MOVE OA-APELLIDO-DESPUES TO AL-APELLIDO-DESPUES.
004500     MOVE OA-NOMBRE-DESPUES   TO AL-NOMBRE-DESPUES.
004510     MOVE ZERO                TO AL-NACIMIENTO-DESPUES.
004520     MOVE OA-ESTADO-ANTES     TO AL-ESTADO-ANTES.
004530     MOVE OA-ESTADO-DESPUES   TO AL-ESTADO-DESPUES.
004540     WRITE AL-AUDIT-RECORD.
004550     ADD 1 TO C3-AUD-GRABADOS.
004560     PERFORM 8100-LEER-AUDITORIA THRU 8100-EXIT.
004570 8200-EXIT.
004580     EXIT.
004590
004591******************************************************************
004592*CONVERTIR-AUD-CAJEROS: copia la auditoria de cajeros vieja (sin
004593*legajo) al layout nuevo, con el legajo antes y despues en
004594*cero.
004595******************************************************************
004596 8300-CONVERTIR-AUD-CAJEROS.
004597     OPEN INPUT OLD-CASHIER-AUDIT-LOG.
004598     IF NOT C3-OCAJ-STATUS-OK
004599         DISPLAY "No se pudo abrir OLDCAJ, status "
004600             C3-OCAJ-STATUS
004601         GO TO 8300-EXIT
004602     END-IF.
004603     OPEN OUTPUT CASHIER-AUDIT-LOG.
004604     IF NOT C3-NCAJ-STATUS-OK
004605         DISPLAY "No se pudo crear CAJAUD nuevo, status "
004606             C3-NCAJ-STATUS
004607         MOVE 12 TO RETURN-CODE
004608         CLOSE OLD-CASHIER-AUDIT-LOG
004609         GO TO 8300-EXIT
004610     END-IF.
004611     MOVE "N" TO C3-SW-FIN-ARCHIVO.
004612     PERFORM 8400-LEER-AUD-CAJERO THRU 8400-EXIT.
004613     PERFORM 8500-COPIAR-AUD-CAJERO THRU 8500-EXIT
004614         UNTIL C3-FIN-ARCHIVO.
004615     CLOSE OLD-CASHIER-AUDIT-LOG.
004616     CLOSE CASHIER-AUDIT-LOG.
004617 8300-EXIT.
004618     EXIT.
004619
004620 8400-LEER-AUD-CAJERO.
004621     READ OLD-CASHIER-AUDIT-LOG
004622         AT END
004623             SET C3-FIN-ARCHIVO TO TRUE
004624     END-READ.
004625 8400-EXIT.
004626     EXIT.
004627
004628 8500-COPIAR-AUD-CAJERO.
004629     ADD 1 TO C3-CAJ-LEIDOS.
004630     MOVE SPACES TO AJ-AUDIT-RECORD.
004631     MOVE OJ-DATOS TO AJ-AUDIT-RECORD(1:97).
004632     MOVE ZERO TO AJ-LEGAJO-ANTES.
004633     MOVE ZERO TO AJ-LEGAJO-DESPUES.
004634     WRITE AJ-AUDIT-RECORD.
004635     ADD 1 TO C3-CAJ-GRABADOS.
004636     PERFORM 8400-LEER-AUD-CAJERO THRU 8400-EXIT.
004637 8500-EXIT.
004638     EXIT.
004639
004640******************************************************************
004641*FINALIZAR: informa cuantos clientes, excepciones, ventas del
004642*historial y cambios de las auditorias se convirtieron, para
004643*cotejar contra los archivos viejos, y el resultado de la carga
004644*de fechas de nacimiento.
004650******************************************************************
004660 9000-FINALIZAR.
004670     DISPLAY "Clientes convertidos....: " C3-CANT-CLIENTES.
004680     DISPLAY "  de ellos dados de baja: " C3-CANT-BAJAS.
004690     DISPLAY "Excepciones: leidas " C3-EXC-LEIDOS
004700         " grabadas " C3-EXC-GRABADOS.
004710     DISPLAY "Historial: leidos " C3-HST-LEIDOS
004720         " grabados " C3-HST-GRABADOS.
004721     DISPLAY "Indice del historial: leidos " C3-IDX-LEIDOS
004722         " grabados " C3-IDX-GRABADOS.
004730     DISPLAY "Fechas de nacimiento: leidas " C3-NAC-LEIDOS
004740         " aplicadas " C3-NAC-APLICADOS
004750         " rechazadas " C3-NAC-RECHAZADOS.
004760     DISPLAY "  clientes repetidos en el archivo: "
004770         C3-NAC-REPETIDOS.
004780     DISPLAY "Clientes sin fecha de nacimiento (SINNACIM): "
004790         C3-CANT-SIN-FECHA.
004800     DISPLAY "Auditoria: leidos " C3-AUD-LEIDOS
004810         " grabados " C3-AUD-GRABADOS.
004811     DISPLAY "Auditoria de cajeros: leidos " C3-CAJ-LEIDOS
004812         " grabados " C3-CAJ-GRABADOS.
004820 9000-EXIT.
004830     EXIT.
004840
004850 END PROGRAM Conversion3.
