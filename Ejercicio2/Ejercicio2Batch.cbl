000180*              los datos del cliente) y aplica altas y
000190*              modificaciones sobre el maestro indexado
000200*              CUSTOMER-MASTER con los mismos controles del
000210*              mantenimiento interactivo: fecha de nacimiento
000215*              real, no posterior a la fecha de proceso y con
000218*              edad de 0 a 120, deteccion de duplicados por la
000220*              clave alterna APELLIDO-NOMBRE en las altas, y
000230*              bloqueo de modificaciones sobre clientes dados
000240*              de baja. Los movimientos rechazados van al
000250*              archivo de excepciones con su motivo, y cada
000260*              cambio aplicado queda en CUSTOMER-AUDIT-LOG.
000270*              Pensado para las remesas de clientes que mandan
000280*              las sucursales, que no se pueden tipear de a
000290*              uno.
000300******************************************************************
000310*HISTORIAL DE MODIFICACIONES
000320*FECHA       INIC.  DESCRIPCION
000380*                   archivo, la de maquina), para que el
000390*                   rearranque del proceso nocturno sepa que el
000400*                   tramo ya corrio en la fecha de proceso.
000401*2026-10-15  RF     El alta deja la cuenta corriente del cliente
000402*                   sin limite de credito y con saldo cero; el
000403*                   limite se asigna por el mantenimiento en
000404*                   linea.
000405*2026-10-15  RF     El movimiento trae la identificacion fiscal
000406*                   del cliente (condicion IVA, tipo y numero de
000407*                   documento) y el registro crece de 50 a 63
000408*                   bytes. Se valida como en el mantenimiento en
000409*                   linea (CUIT con digito verificador; inscripto,
000410*                   monotributo y exento exigen CUIT). Sin datos
000411*                   fiscales el alta queda como consumidor final
000412*                   sin documento y la modificacion conserva los
000413*                   que tenia el cliente.
000414*2026-10-15  RF     La edad del movimiento pasa a ser la fecha de
000415*                   nacimiento AAAAMMDD (ocupa la edad y el
000416*                   relleno que le seguia; el registro sigue en 63
000417*                   bytes). Se valida como fecha real, no
000418*                   posterior a la fecha de proceso y con edad de
000419*                   0 a 120; en blanco el alta queda sin fecha y
000420*                   la modificacion conserva la que tenia. La
000421*                   fecha de proceso se lee al comenzar. La
000422*                   excepcion crece de 98 a 103 bytes.
000423*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
000424*                   paso (RC-HORA-INICIO) para el historial
000425*                   de tiempos de la noche.
000426******************************************************************
000427 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. Ejercicio2Batch.
000440 AUTHOR. R. FEDIUK.
000450 INSTALLATION. CASA CENTRAL.
000820     05  CT-CLIENTE-ID           PIC 9(06).
000830     05  CT-APELLIDO             PIC X(20).
000840     05  CT-NOMBRE               PIC X(15).
000841     05  CT-FECHA-NACIMIENTO     PIC X(08).
000842     05  CT-NACIMIENTO-NUM REDEFINES CT-FECHA-NACIMIENTO
000843                                 PIC 9(08).
000861     05  CT-CONDICION-IVA        PIC X(01).
000862         88  CT-IVA-VALIDA             VALUE "I" "M" "F" "E".
000863         88  CT-IVA-REQUIERE-CUIT      VALUE "I" "M" "E".
000864     05  CT-TIPO-DOCUMENTO       PIC X(01).
000865         88  CT-DOC-CUIT               VALUE "C".
000866         88  CT-DOC-DNI                VALUE "D".
000867         88  CT-DOC-SIN-DATO           VALUE SPACE.
000868     05  CT-NUMERO-DOCUMENTO     PIC X(11).
000869     05  CT-NUMERO-DOC-NUM REDEFINES CT-NUMERO-DOCUMENTO
000870                                 PIC 9(11).
000871
000880 FD  CUSTOMER-MASTER
000890     LABEL RECORDS ARE STANDARD.
000900     COPY CUSTMAST.
001080     05  CX-CLIENTE-ID           PIC 9(06).
001090     05  CX-APELLIDO             PIC X(20).
001100     05  CX-NOMBRE               PIC X(15).
001110     05  CX-FECHA-NACIMIENTO     PIC X(08).
001120     05  CX-MOTIVO               PIC X(40).
001121     05  CX-CONDICION-IVA        PIC X(01).
001122     05  CX-TIPO-DOCUMENTO       PIC X(01).
001123     05  CX-NUMERO-DOCUMENTO     PIC X(11).
001130
001140 WORKING-STORAGE SECTION.
001150 01  BT-SWITCHES.
001210         88  BT-RECHAZADO               VALUE "S".
001220     05  BT-SW-ARCHIVOS          PIC X(01) VALUE "N".
001230         88  BT-ARCHIVOS-ABIERTOS       VALUE "S".
001231     05  BT-SW-FISCAL            PIC X(01) VALUE "N".
001232         88  BT-FISCAL-INFORMADO        VALUE "S".
001233     05  BT-SW-NACIMIENTO        PIC X(01) VALUE "N".
001234         88  BT-NACIMIENTO-INFORMADO    VALUE "S".
001240
001250 01  BT-TRANS-STATUS             PIC X(02).
001260     88  BT-TRANS-STATUS-OK            VALUE "00".
001380 01  BT-RUN-STATUS               PIC X(02).
001390     88  BT-RUN-STATUS-OK              VALUE "00".
001400
001401 01  BT-HORA-INICIO              PIC 9(08) VALUE ZERO.
001410 01  BT-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001420
001430 01  BT-CONSTANTES.
001520
001530 01  BT-CAMPOS-TRABAJO.
001540     05  BT-ULTIMO-ID            PIC 9(06) VALUE ZERO.
001560     05  BT-ANTES-APELLIDO       PIC X(20) VALUE SPACES.
001570     05  BT-ANTES-NOMBRE         PIC X(15) VALUE SPACES.
001580     05  BT-ANTES-NACIMIENTO     PIC 9(08) VALUE ZERO.
001590     05  BT-ANTES-ESTADO         PIC X(01) VALUE SPACE.
001600     05  BT-MOTIVO               PIC X(40) VALUE SPACES.
001601 01  BT-CUIT-CALCULO.
001602     05  BT-CUIT-NUM             PIC 9(11) VALUE ZERO.
001603     05  BT-CUIT-PARTES REDEFINES BT-CUIT-NUM.
001604         10  BT-CUIT-PREFIJO     PIC 9(02).
001605             88  BT-CUIT-PREFIJO-VALIDO VALUE 20 23 24 27
001606                                          30 33 34.
001607         10  FILLER              PIC 9(09).
001608     05  BT-CUIT-TABLA REDEFINES BT-CUIT-NUM.
001609         10  BT-CUIT-DIGITO      PIC 9(01) OCCURS 11 TIMES.
001610     05  BT-CUIT-PESOS           PIC X(10) VALUE "5432765432".
001611     05  BT-CUIT-PESOS-R REDEFINES BT-CUIT-PESOS.
001612         10  BT-CUIT-PESO        PIC 9(01) OCCURS 10 TIMES.
001613     05  BT-CUIT-IDX             PIC 9(02) COMP VALUE ZERO.
001614     05  BT-CUIT-SUMA            PIC 9(04) COMP VALUE ZERO.
001615     05  BT-CUIT-COCIENTE        PIC 9(04) COMP VALUE ZERO.
001616     05  BT-CUIT-RESTO           PIC 9(02) COMP VALUE ZERO.
001617     05  BT-CUIT-VERIFICADOR     PIC 9(02) COMP VALUE ZERO.
001618     05  BT-SW-CUIT-OK           PIC X(01) VALUE "N".
001619         88  BT-CUIT-VALIDO             VALUE "S".
001620 01  BT-VALIDACION-FECHA.
001621     05  BT-VF-FECHA             PIC 9(08) VALUE ZERO.
001622     05  BT-VF-PARTES REDEFINES BT-VF-FECHA.
001623         10  BT-VF-ANIO          PIC 9(04).
001624         10  BT-VF-MES           PIC 9(02).
001625         10  BT-VF-DIA           PIC 9(02).
001626     05  BT-VF-EDAD              PIC 9(04) COMP VALUE ZERO.
001627     05  BT-VF-DIAS-TOPE         PIC 9(02) VALUE ZERO.
001628     05  BT-VF-COCIENTE          PIC 9(04) COMP VALUE ZERO.
001629     05  BT-VF-RESTO-4           PIC 9(04) COMP VALUE ZERO.
001630     05  BT-VF-RESTO-100         PIC 9(04) COMP VALUE ZERO.
001631     05  BT-VF-RESTO-400         PIC 9(04) COMP VALUE ZERO.
001632     05  BT-SW-BISIESTO          PIC X(01) VALUE "N".
001633         88  BT-ES-BISIESTO             VALUE "S".
001634     05  BT-SW-FECHA-OK          PIC X(01) VALUE "N".
001635         88  BT-FECHA-VALIDA            VALUE "S".
001636 01  BT-DIAS-MES-VALORES         PIC X(24) VALUE
001637     "312831303130313130313031".
001638 01  BT-DIAS-MES-TABLA REDEFINES BT-DIAS-MES-VALORES.
001639     05  BT-DIAS-MES             OCCURS 12 TIMES PIC 9(02).
001640******************************************************************
001641 PROCEDURE DIVISION.
001642
001643 0000-MAINLINE.
001650     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001660     PERFORM 2000-PROCESAR-MOVIMIENTO THRU 2000-EXIT
001670         UNTIL BT-FIN-TRANS.
001750*ubica el ultimo CLIENTE-ID usado para numerar las altas.
001760******************************************************************
001770 1000-INICIALIZAR.
001771     ACCEPT BT-HORA-INICIO FROM TIME.
001780     OPEN INPUT CUSTOMER-TRANS-FILE.
001790     IF NOT BT-TRANS-STATUS-OK
001800         DISPLAY "No se pudo abrir CUSTOMER-TRANS-FILE, status "
002130     END-IF.
002140     OPEN OUTPUT CUSTOMER-EXCEPTION-FILE.
002150     SET BT-ARCHIVOS-ABIERTOS TO TRUE.
002151     PERFORM 1050-LEER-FECHA-PROCESO THRU 1050-EXIT.
002160     PERFORM 1500-OBTENER-ULTIMO-ID THRU 1500-EXIT.
002170     PERFORM 1100-LEER-MOVIMIENTO THRU 1100-EXIT.
002180 1000-EXIT.
002190     EXIT.
002191******************************************************************
002192*LEER-FECHA-PROCESO: la fecha de negocio de PROCDATE (sin
002193*archivo, la de maquina) valida las fechas de nacimiento y
002194*estampa el registro de control de la corrida.
002195******************************************************************
002196 1050-LEER-FECHA-PROCESO.
002197     ACCEPT BT-FECHA-PROCESO FROM DATE YYYYMMDD.
002198     OPEN INPUT PROCESS-DATE-FILE.
002199     IF BT-PROC-STATUS-OK
002200         READ PROCESS-DATE-FILE
002201             AT END
002202                 CONTINUE
002203             NOT AT END
002204                 MOVE PD-FECHA-PROCESO TO BT-FECHA-PROCESO
002205         END-READ
002206         CLOSE PROCESS-DATE-FILE
002207     END-IF.
002208 1050-EXIT.
002209     EXIT.
002210
002211 1100-LEER-MOVIMIENTO.
002220     READ CUSTOMER-TRANS-FILE
002230         AT END
002240             SET BT-FIN-TRANS TO TRUE
002570 2000-PROCESAR-MOVIMIENTO.
002580     MOVE "N" TO BT-SW-RECHAZO.
002590     MOVE SPACES TO BT-MOTIVO.
002600     PERFORM 2500-VALIDAR-NACIMIENTO THRU 2500-EXIT.
002601     IF NOT BT-RECHAZADO
002602         PERFORM 2600-VALIDAR-FISCALES THRU 2600-EXIT
002603     END-IF.
002610     IF NOT BT-RECHAZADO
002620         EVALUATE TRUE
002630             WHEN CT-OPER-ALTA
002780 2000-EXIT.
002790     EXIT.
002800
002801******************************************************************
002802*VALIDAR-NACIMIENTO: en blanco = el movimiento no trae fecha de
002803*nacimiento. Si la trae, debe ser una fecha real AAAAMMDD, no
002804*posterior a la fecha de proceso y con una edad resultante en el
002805*mismo rango del mantenimiento interactivo (0 a 120).
002806******************************************************************
002807 2500-VALIDAR-NACIMIENTO.
002808     MOVE "N" TO BT-SW-NACIMIENTO.
002809     IF CT-FECHA-NACIMIENTO = SPACES
002810         GO TO 2500-EXIT
002811     END-IF.
002812     IF CT-FECHA-NACIMIENTO IS NOT NUMERIC
002813         MOVE "FECHA DE NACIMIENTO NO NUMERICA" TO BT-MOTIVO
002814         SET BT-RECHAZADO TO TRUE
002815         GO TO 2500-EXIT
002816     END-IF.
002817     MOVE CT-NACIMIENTO-NUM TO BT-VF-FECHA.
002818     PERFORM 2550-VALIDAR-FECHA THRU 2550-EXIT.
002819     IF NOT BT-FECHA-VALIDA
002820         MOVE "FECHA DE NACIMIENTO INEXISTENTE" TO BT-MOTIVO
002821         SET BT-RECHAZADO TO TRUE
002822         GO TO 2500-EXIT
002823     END-IF.
002824     IF BT-VF-FECHA > BT-FECHA-PROCESO
002825         MOVE "FECHA DE NACIMIENTO FUTURA" TO BT-MOTIVO
002826         SET BT-RECHAZADO TO TRUE
002827         GO TO 2500-EXIT
002828     END-IF.
002829     COMPUTE BT-VF-EDAD =
002830         (BT-FECHA-PROCESO - BT-VF-FECHA) / 10000.
002831     IF BT-VF-EDAD > BT-EDAD-MAXIMA
002832         MOVE "EDAD FUERA DE RANGO (0-120)" TO BT-MOTIVO
002833         SET BT-RECHAZADO TO TRUE
002834         GO TO 2500-EXIT
002835     END-IF.
002836     SET BT-NACIMIENTO-INFORMADO TO TRUE.
002837 2500-EXIT.
002838     EXIT.
002839
002840******************************************************************
002841*VALIDAR-FECHA: BT-VF-FECHA debe ser una fecha del calendario
002842*desde 1900, con el 29 de febrero solo en los anios bisiestos.
002843******************************************************************
002844 2550-VALIDAR-FECHA.
002845     MOVE "N" TO BT-SW-FECHA-OK.
002846     IF BT-VF-ANIO < 1900 OR BT-VF-MES < 1 OR BT-VF-MES > 12
002847             OR BT-VF-DIA < 1
002848         GO TO 2550-EXIT
002849     END-IF.
002850     MOVE BT-DIAS-MES(BT-VF-MES) TO BT-VF-DIAS-TOPE.
002851     IF BT-VF-MES = 2
002852         PERFORM 2560-EVALUAR-BISIESTO THRU 2560-EXIT
002853         IF BT-ES-BISIESTO
002854             MOVE 29 TO BT-VF-DIAS-TOPE
002855         END-IF
002856     END-IF.
002857     IF BT-VF-DIA > BT-VF-DIAS-TOPE
002858         GO TO 2550-EXIT
002859     END-IF.
002860     SET BT-FECHA-VALIDA TO TRUE.
002861 2550-EXIT.
002862     EXIT.
002863
002864 2560-EVALUAR-BISIESTO.
002865     MOVE "N" TO BT-SW-BISIESTO.
002866     DIVIDE BT-VF-ANIO BY 4 GIVING BT-VF-COCIENTE
002867         REMAINDER BT-VF-RESTO-4.
002868     DIVIDE BT-VF-ANIO BY 100 GIVING BT-VF-COCIENTE
002869         REMAINDER BT-VF-RESTO-100.
002870     DIVIDE BT-VF-ANIO BY 400 GIVING BT-VF-COCIENTE
002871         REMAINDER BT-VF-RESTO-400.
002872     IF BT-VF-RESTO-4 = ZERO
002873         IF BT-VF-RESTO-100 NOT = ZERO
002874                 OR BT-VF-RESTO-400 = ZERO
002875             SET BT-ES-BISIESTO TO TRUE
002876         END-IF
002877     END-IF.
002878 2560-EXIT.
002879     EXIT.
002971******************************************************************
002972*VALIDAR-FISCALES: condicion IVA y documento en blanco = el
002973*movimiento no trae datos fiscales. Si los trae, la condicion
002974*debe ser I, M, F o E, el documento C (CUIT, con digito
002975*verificador), D (DNI, hasta 8 digitos) o blanco (sin documento,
002976*numero en blanco o cero), y las condiciones I, M y E exigen
002977*CUIT, igual que en el mantenimiento en linea.
002978******************************************************************
002979 2600-VALIDAR-FISCALES.
002980     MOVE "N" TO BT-SW-FISCAL.
002981     IF CT-CONDICION-IVA = SPACE AND CT-DOC-SIN-DATO
002982         GO TO 2600-EXIT
002983     END-IF.
002984     IF NOT CT-IVA-VALIDA
002985         MOVE "CONDICION IVA INVALIDA" TO BT-MOTIVO
002986         SET BT-RECHAZADO TO TRUE
002987         GO TO 2600-EXIT
002988     END-IF.
002989     IF CT-DOC-SIN-DATO
002990         IF CT-NUMERO-DOCUMENTO NOT = SPACES
002991                 AND CT-NUMERO-DOCUMENTO NOT = ZEROS
002992             MOVE "NUMERO DE DOCUMENTO SIN TIPO" TO BT-MOTIVO
002993             SET BT-RECHAZADO TO TRUE
002994             GO TO 2600-EXIT
002995         END-IF
002996     ELSE
002997         IF NOT CT-DOC-CUIT AND NOT CT-DOC-DNI
002998             MOVE "TIPO DE DOCUMENTO INVALIDO" TO BT-MOTIVO
002999             SET BT-RECHAZADO TO TRUE
003000             GO TO 2600-EXIT
003001         END-IF
003002         IF CT-NUMERO-DOCUMENTO NOT NUMERIC
003003             MOVE "NUMERO DE DOCUMENTO NO NUMERICO" TO BT-MOTIVO
003004             SET BT-RECHAZADO TO TRUE
003005             GO TO 2600-EXIT
003006         END-IF
003007     END-IF.
003008     IF CT-DOC-CUIT
003009         MOVE CT-NUMERO-DOC-NUM TO BT-CUIT-NUM
003010         PERFORM 2650-VALIDAR-CUIT THRU 2650-EXIT
003011         IF NOT BT-CUIT-VALIDO
003012             MOVE "CUIT CON DIGITO VERIFICADOR INVALIDO"
003013                 TO BT-MOTIVO
003014             SET BT-RECHAZADO TO TRUE
003015             GO TO 2600-EXIT
003016         END-IF
003017     END-IF.
003018     IF CT-DOC-DNI
003019         IF CT-NUMERO-DOC-NUM = ZERO
003020                 OR CT-NUMERO-DOC-NUM > 99999999
003021             MOVE "DNI INVALIDO" TO BT-MOTIVO
003022             SET BT-RECHAZADO TO TRUE
003023             GO TO 2600-EXIT
003024         END-IF
003025     END-IF.
003026     IF CT-IVA-REQUIERE-CUIT AND NOT CT-DOC-CUIT
003027         MOVE "CONDICION IVA REQUIERE CUIT" TO BT-MOTIVO
003028         SET BT-RECHAZADO TO TRUE
003029         GO TO 2600-EXIT
003030     END-IF.
003031     SET BT-FISCAL-INFORMADO TO TRUE.
003032 2600-EXIT.
003033     EXIT.
003034
003035******************************************************************
003036*VALIDAR-CUIT: prefijo de persona fisica (20, 23, 24, 27) o
003037*juridica (30, 33, 34) y digito verificador modulo 11 con pesos
003038*5-4-3-2-7-6-5-4-3-2 sobre los 10 primeros digitos. Un resto que
003039*da verificador 10 no es un CUIT valido.
003040******************************************************************
003041 2650-VALIDAR-CUIT.
003042     MOVE "N" TO BT-SW-CUIT-OK.
003043     IF NOT BT-CUIT-PREFIJO-VALIDO
003044         GO TO 2650-EXIT
003045     END-IF.
003046     MOVE ZERO TO BT-CUIT-SUMA.
003047     MOVE 1 TO BT-CUIT-IDX.
003048     PERFORM 2660-SUMAR-DIGITO THRU 2660-EXIT
003049         UNTIL BT-CUIT-IDX > 10.
003050     DIVIDE BT-CUIT-SUMA BY 11 GIVING BT-CUIT-COCIENTE
003051         REMAINDER BT-CUIT-RESTO.
003052     IF BT-CUIT-RESTO = ZERO
003053         MOVE ZERO TO BT-CUIT-VERIFICADOR
003054     ELSE
003055         COMPUTE BT-CUIT-VERIFICADOR = 11 - BT-CUIT-RESTO
003056     END-IF.
003057     IF BT-CUIT-VERIFICADOR = BT-CUIT-DIGITO(11)
003058         SET BT-CUIT-VALIDO TO TRUE
003059     END-IF.
003060 2650-EXIT.
003061     EXIT.
003062
003063 2660-SUMAR-DIGITO.
003064     COMPUTE BT-CUIT-SUMA = BT-CUIT-SUMA
003065         + BT-CUIT-DIGITO(BT-CUIT-IDX)
003066         * BT-CUIT-PESO(BT-CUIT-IDX).
003067     ADD 1 TO BT-CUIT-IDX.
003068 2660-EXIT.
003069     EXIT.
003070
003071******************************************************************
003072*APLICAR-ALTA: rechaza el alta si ya existe un cliente con el
003073*mismo apellido y nombre (en batch no hay operador que
003074*confirme); si no, la graba con el proximo CLIENTE-ID.
003075******************************************************************
003076 3000-APLICAR-ALTA.
003077     MOVE CT-APELLIDO TO CM-APELLIDO.
003078     MOVE CT-NOMBRE   TO CM-NOMBRE.
003079     READ CUSTOMER-MASTER KEY IS CM-APELLIDO-NOMBRE
003080         INVALID KEY
003090             CONTINUE
003100         NOT INVALID KEY
003190     MOVE BT-ULTIMO-ID TO CM-CLIENTE-ID.
003200     MOVE CT-APELLIDO  TO CM-APELLIDO.
003210     MOVE CT-NOMBRE    TO CM-NOMBRE.
003211     IF BT-NACIMIENTO-INFORMADO
003212         MOVE CT-NACIMIENTO-NUM TO CM-FECHA-NACIMIENTO
003213     ELSE
003214         MOVE ZERO TO CM-FECHA-NACIMIENTO
003215     END-IF.
003230     SET CM-ACTIVO TO TRUE.
003240     MOVE ZERO   TO CM-FECHA-BAJA.
003250     MOVE SPACES TO CM-MOTIVO-BAJA.
003251     MOVE ZERO   TO CM-LIMITE-CREDITO.
003252     MOVE ZERO   TO CM-SALDO-CTACTE.
003253     IF BT-FISCAL-INFORMADO
003254         PERFORM 4500-CARGAR-FISCALES THRU 4500-EXIT
003255     ELSE
003256         SET CM-IVA-CONS-FINAL TO TRUE
003257         MOVE SPACE  TO CM-TIPO-DOCUMENTO
003258         MOVE ZERO   TO CM-NUMERO-DOCUMENTO
003259     END-IF.
003260     WRITE CM-CUSTOMER-RECORD.
003270     ADD 1 TO BT-CANT-ALTAS.
003280     MOVE SPACES TO BT-ANTES-APELLIDO.
003290     MOVE SPACES TO BT-ANTES-NOMBRE.
003300     MOVE ZERO   TO BT-ANTES-NACIMIENTO.
003310     MOVE SPACE  TO BT-ANTES-ESTADO.
003320     MOVE "ALTA" TO AL-OPERACION.
003330     PERFORM 8000-AUDITAR THRU 8000-EXIT.
003360
003370******************************************************************
003380*APLICAR-MODIFICACION: exige que el cliente exista y no este
003390*dado de baja, y reemplaza apellido, nombre y, si vienen, la
003395*fecha de nacimiento y los datos fiscales.
003400******************************************************************
003410 4000-APLICAR-MODIFICACION.
003420     MOVE CT-CLIENTE-ID TO CM-CLIENTE-ID.
003550     END-IF.
003560     MOVE CM-APELLIDO TO BT-ANTES-APELLIDO.
003570     MOVE CM-NOMBRE   TO BT-ANTES-NOMBRE.
003580     MOVE CM-FECHA-NACIMIENTO TO BT-ANTES-NACIMIENTO.
003590     MOVE CM-ESTADO   TO BT-ANTES-ESTADO.
003600     MOVE CT-APELLIDO TO CM-APELLIDO.
003610     MOVE CT-NOMBRE   TO CM-NOMBRE.
003611     IF BT-NACIMIENTO-INFORMADO
003612         MOVE CT-NACIMIENTO-NUM TO CM-FECHA-NACIMIENTO
003613     END-IF.
003621     IF BT-FISCAL-INFORMADO
003622         PERFORM 4500-CARGAR-FISCALES THRU 4500-EXIT
003623     END-IF.
003630     REWRITE CM-CUSTOMER-RECORD.
003640     ADD 1 TO BT-CANT-MODIFICACIONES.
003650     MOVE "MODIFICAC" TO AL-OPERACION.
003660     PERFORM 8000-AUDITAR THRU 8000-EXIT.
003670 4000-EXIT.
003680     EXIT.
003681 4500-CARGAR-FISCALES.
003682     MOVE CT-CONDICION-IVA  TO CM-CONDICION-IVA.
003683     MOVE CT-TIPO-DOCUMENTO TO CM-TIPO-DOCUMENTO.
003684     IF CT-DOC-SIN-DATO
003685         MOVE ZERO TO CM-NUMERO-DOCUMENTO
003686     ELSE
003687         MOVE CT-NUMERO-DOC-NUM TO CM-NUMERO-DOCUMENTO
003688     END-IF.
003689 4500-EXIT.
003690     EXIT.
003691
003700 5000-RECHAZAR-MOVIMIENTO.
003710     MOVE CT-OPERACION  TO CX-OPERACION.
003720     MOVE CT-CLIENTE-ID TO CX-CLIENTE-ID.
003730     MOVE CT-APELLIDO   TO CX-APELLIDO.
003740     MOVE CT-NOMBRE     TO CX-NOMBRE.
003750     MOVE CT-FECHA-NACIMIENTO TO CX-FECHA-NACIMIENTO.
003760     MOVE BT-MOTIVO     TO CX-MOTIVO.
003761     MOVE CT-CONDICION-IVA    TO CX-CONDICION-IVA.
003762     MOVE CT-TIPO-DOCUMENTO   TO CX-TIPO-DOCUMENTO.
003763     MOVE CT-NUMERO-DOCUMENTO TO CX-NUMERO-DOCUMENTO.
003770     WRITE CX-EXCEPTION-RECORD.
003780     ADD 1 TO BT-CANT-RECHAZOS.
003790     DISPLAY "** Movimiento rechazado: " BT-MOTIVO " **".
003910     MOVE CM-CLIENTE-ID       TO AL-CLIENTE-ID.
003920     MOVE BT-ANTES-APELLIDO   TO AL-APELLIDO-ANTES.
003930     MOVE BT-ANTES-NOMBRE     TO AL-NOMBRE-ANTES.
003940     MOVE BT-ANTES-NACIMIENTO TO AL-NACIMIENTO-ANTES.
003950     MOVE CM-APELLIDO         TO AL-APELLIDO-DESPUES.
003960     MOVE CM-NOMBRE           TO AL-NOMBRE-DESPUES.
003970     MOVE CM-FECHA-NACIMIENTO TO AL-NACIMIENTO-DESPUES.
003980     MOVE BT-ANTES-ESTADO     TO AL-ESTADO-ANTES.
003990     MOVE CM-ESTADO           TO AL-ESTADO-DESPUES.
004000     WRITE AL-AUDIT-RECORD.
004290*del proceso nocturno.
004300******************************************************************
004310 9500-GRABAR-RUN-CONTROL.
004430     OPEN EXTEND RUN-CONTROL-FILE.
004440     IF NOT BT-RUN-STATUS-OK
004450         OPEN OUTPUT RUN-CONTROL-FILE
004530     MOVE "EJER2BAT" TO RC-PROGRAMA.
004540     MOVE BT-FECHA-PROCESO TO RC-FECHA.
004550     ACCEPT RC-HORA FROM TIME.
004551     MOVE BT-HORA-INICIO TO RC-HORA-INICIO.
004560     MOVE BT-CANT-LEIDOS TO RC-LEIDOS.
004570     COMPUTE RC-PROCESADOS = BT-CANT-ALTAS
004580         + BT-CANT-MODIFICACIONES.
