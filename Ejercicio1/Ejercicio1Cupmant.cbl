000100******************************************************************
000110*PROGRAMA    : Ejercicio1Cupmant
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Mantenimiento del maestro de cupones
000170*              (VOUCHER-MASTER, copybook CUPMAST): emision de una
000180*              tanda de cupones numerados para una campania,
000190*              anulacion con motivo y consulta por numero de
000200*              serie, como Ejercicio1Artmant para el maestro de
000210*              articulos. Cada cambio queda en VOUCHER-AUDIT-LOG
000220*              con usuario, fecha/hora y el estado antes y
000230*              despues. Solo se anula un cupon emitido o vencido:
000240*              uno canjeado ya se cobro en una venta, y se repone
000250*              unicamente con la devolucion de esa venta.
000260******************************************************************
000270*HISTORIAL DE MODIFICACIONES
000280*FECHA       INIC.  DESCRIPCION
000290*----------  -----  -------------------------------------------
000300*2026-10-15  RF     Version original.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. Ejercicio1Cupmant.
000340 AUTHOR. R. FEDIUK.
000350 INSTALLATION. CASA CENTRAL.
000360 DATE-WRITTEN. 2026-10-15.
000370 DATE-COMPILED.
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT VOUCHER-MASTER ASSIGN TO "CUPMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CP-SERIE
000460         ALTERNATE RECORD KEY IS CP-CANJE-CLAVE
000470             WITH DUPLICATES
000480         FILE STATUS IS CU-MAST-STATUS.
000490     SELECT VOUCHER-AUDIT-LOG ASSIGN TO "CUPAUD"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS CU-AUD-STATUS.
000520******************************************************************
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  VOUCHER-MASTER
000560     LABEL RECORDS ARE STANDARD.
000570     COPY CUPMAST.
000580
000590 FD  VOUCHER-AUDIT-LOG
000600     LABEL RECORDS ARE STANDARD.
000610 01  CQ-AUDIT-RECORD.
000620     05  CQ-USUARIO              PIC X(08).
000630     05  CQ-FECHA                PIC 9(08).
000640     05  CQ-HORA                 PIC 9(08).
000650     05  CQ-OPERACION            PIC X(10).
000660     05  CQ-SERIE                PIC 9(08).
000670     05  CQ-CAMPANIA             PIC X(10).
000680     05  CQ-VALOR-NOMINAL        PIC 9(04)V9(02).
000690     05  CQ-FECHA-VENCIMIENTO    PIC 9(08).
000700     05  CQ-ESTADO-ANTES         PIC X(01).
000710     05  CQ-ESTADO-DESPUES       PIC X(01).
000720     05  CQ-MOTIVO               PIC X(20).
000730     05  FILLER                  PIC X(06).
000740
000750 WORKING-STORAGE SECTION.
000760 01  CU-SWITCHES.
000770     05  CU-SW-FIN               PIC X(01) VALUE "N".
000780         88  CU-FIN                     VALUE "S".
000790     05  CU-SW-EXISTE            PIC X(01) VALUE "N".
000800         88  CU-CUPON-EXISTE            VALUE "S".
000810     05  CU-SW-DATO-OK           PIC X(01) VALUE "N".
000820         88  CU-DATO-VALIDO             VALUE "S".
000830     05  CU-SW-RANGO-OK          PIC X(01) VALUE "S".
000840         88  CU-RANGO-LIBRE             VALUE "S".
000850         88  CU-RANGO-OCUPADO           VALUE "N".
000860
000870 01  CU-MAST-STATUS              PIC X(02).
000880     88  CU-MAST-STATUS-OK             VALUE "00".
000890     88  CU-MAST-NO-EXISTE             VALUE "23" "35".
000900
000910 01  CU-AUD-STATUS               PIC X(02).
000920     88  CU-AUD-STATUS-OK              VALUE "00".
000930
000940 01  CU-CONSTANTES.
000950     05  CU-VALOR-MAXIMO         PIC 9(10) VALUE 999999.
000960     05  CU-TANDA-MAXIMA         PIC 9(10) VALUE 5000.
000970     05  CU-SERIE-MAXIMA         PIC 9(10) VALUE 99999999.
000980
000990 01  CU-USUARIO                  PIC X(08).
001000 01  CU-OPCION                   PIC 9(01).
001010 01  CU-FECHA-HOY                PIC 9(08) VALUE ZERO.
001020 01  CU-CONFIRMA-ENTRADA         PIC X(01).
001030 01  CU-MOTIVO-ENTRADA           PIC X(20).
001040 01  CU-CAMPANIA-ENTRADA         PIC X(10).
001050 01  CU-ED-VALOR                 PIC Z,ZZ9.99.
001060
001070 01  CU-ENTRADA                  PIC X(10).
001080 01  CU-ENTRADA-JUSTIF           PIC X(10).
001090 01  CU-ENTRADA-NUM REDEFINES CU-ENTRADA-JUSTIF
001100                                 PIC 9(10).
001110 01  CU-ENTRADA-AUX              PIC X(10).
001120
001130 01  CU-FECHA-ENTRADA            PIC 9(08) VALUE ZERO.
001140 01  CU-FECHA-PARTES REDEFINES CU-FECHA-ENTRADA.
001150     05  CU-FE-ANIO              PIC 9(04).
001160     05  CU-FE-MES               PIC 9(02).
001170     05  CU-FE-DIA               PIC 9(02).
001180
001190 01  CU-TANDA.
001200     05  CU-TANDA-CAMPANIA       PIC X(10) VALUE SPACES.
001210     05  CU-TANDA-VALOR          PIC 9(04)V9(02) VALUE ZERO.
001220     05  CU-TANDA-VENCIMIENTO    PIC 9(08) VALUE ZERO.
001230     05  CU-TANDA-DESDE          PIC 9(08) VALUE ZERO.
001240     05  CU-TANDA-HASTA          PIC 9(08) VALUE ZERO.
001250     05  CU-TANDA-CANTIDAD       PIC 9(05) VALUE ZERO.
001260     05  CU-TANDA-SERIE          PIC 9(08) VALUE ZERO.
001270     05  CU-TANDA-GRABADOS       PIC 9(05) VALUE ZERO.
001280
001290 01  CU-ESTADO-ANTERIOR          PIC X(01) VALUE SPACE.
001300 01  CU-OPERACION                PIC X(10) VALUE SPACES.
001310******************************************************************
001320 PROCEDURE DIVISION.
001330
001340 0000-MAINLINE.
001350     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001360     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
001370         UNTIL CU-FIN.
001380     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001390     STOP RUN.
001400
001410******************************************************************
001420*INICIALIZAR: identifica al usuario y abre (o crea) el maestro
001430*de cupones y su log de auditoria. Sin log no hay
001440*mantenimiento: un cupon emitido o anulado sin rastro no se
001450*puede conciliar contra lo que finanzas informa como pasivo.
001460******************************************************************
001470 1000-INICIALIZAR.
001480     ACCEPT CU-FECHA-HOY FROM DATE YYYYMMDD.
001490     DISPLAY "Ingrese su identificacion de usuario".
001500     ACCEPT CU-USUARIO.
001510     OPEN I-O VOUCHER-MASTER.
001520     IF CU-MAST-NO-EXISTE
001530         OPEN OUTPUT VOUCHER-MASTER
001540         CLOSE VOUCHER-MASTER
001550         OPEN I-O VOUCHER-MASTER
001560     END-IF.
001570     IF NOT CU-MAST-STATUS-OK
001580         DISPLAY "No se pudo abrir VOUCHER-MASTER, status "
001590             CU-MAST-STATUS
001600         SET CU-FIN TO TRUE
001610         MOVE 12 TO RETURN-CODE
001620         GO TO 1000-EXIT
001630     END-IF.
001640     OPEN EXTEND VOUCHER-AUDIT-LOG.
001650     IF NOT CU-AUD-STATUS-OK
001660         OPEN OUTPUT VOUCHER-AUDIT-LOG
001670     END-IF.
001680     IF NOT CU-AUD-STATUS-OK
001690         DISPLAY "No se pudo abrir VOUCHER-AUDIT-LOG, status "
001700             CU-AUD-STATUS " - mantenimiento cancelado"
001710         SET CU-FIN TO TRUE
001720         MOVE 12 TO RETURN-CODE
001730         CLOSE VOUCHER-MASTER
001740     END-IF.
001750 1000-EXIT.
001760     EXIT.
001770
001780******************************************************************
001790*PROCESAR-MENU: atiende una opcion del operador.
001800******************************************************************
001810 2000-PROCESAR-MENU.
001820     DISPLAY " ".
001830     DISPLAY "1=Emision 2=Anulacion 3=Consulta 9=Fin".
001840     ACCEPT CU-OPCION.
001850     EVALUATE CU-OPCION
001860         WHEN 1
001870             PERFORM 3000-EMISION THRU 3000-EXIT
001880         WHEN 2
001890             PERFORM 6000-ANULACION THRU 6000-EXIT
001900         WHEN 3
001910             PERFORM 5000-CONSULTA THRU 5000-EXIT
001920         WHEN 9
001930             SET CU-FIN TO TRUE
001940         WHEN OTHER
001950             DISPLAY "Opcion invalida"
001960     END-EVALUATE.
001970 2000-EXIT.
001980     EXIT.
001990
002000******************************************************************
002010*BUSCAR-CUPON: pide el numero de serie y lee el maestro.
002020******************************************************************
002030 2500-BUSCAR-CUPON.
002040     MOVE "N" TO CU-SW-EXISTE.
002050     DISPLAY "Numero de serie del cupon (hasta 8 digitos)".
002060     PERFORM 5500-PEDIR-NUMERO THRU 5500-EXIT.
002070     IF NOT CU-DATO-VALIDO
002080         GO TO 2500-EXIT
002090     END-IF.
002100     IF CU-ENTRADA-NUM = ZERO OR CU-ENTRADA-NUM > CU-SERIE-MAXIMA
002110         DISPLAY "Numero de serie fuera de rango"
002120         GO TO 2500-EXIT
002130     END-IF.
002140     MOVE CU-ENTRADA-NUM TO CP-SERIE.
002150     READ VOUCHER-MASTER
002160         INVALID KEY
002170             CONTINUE
002180         NOT INVALID KEY
002190             SET CU-CUPON-EXISTE TO TRUE
002200     END-READ.
002210 2500-EXIT.
002220     EXIT.
002230
002240******************************************************************
002250*EMISION: da de alta una tanda de cupones correlativos de una
002260*misma campania, valor nominal y vencimiento, emitidos hoy. La
002270*tanda entera se verifica libre antes de grabar: si algun
002280*numero del rango ya existe no se emite ninguno, para no dejar
002290*tandas partidas.
002300******************************************************************
002310 3000-EMISION.
002320     DISPLAY "Campania que emite los cupones (10 posiciones)".
002330     MOVE SPACES TO CU-CAMPANIA-ENTRADA.
002340     ACCEPT CU-CAMPANIA-ENTRADA.
002350     IF CU-CAMPANIA-ENTRADA = SPACES
002360         DISPLAY "Campania vacia"
002370         GO TO 3000-EXIT
002380     END-IF.
002390     MOVE CU-CAMPANIA-ENTRADA TO CU-TANDA-CAMPANIA.
002400     DISPLAY "Valor nominal en centavos (5000 = 50,00)".
002410     PERFORM 5500-PEDIR-NUMERO THRU 5500-EXIT.
002420     IF NOT CU-DATO-VALIDO
002430         GO TO 3000-EXIT
002440     END-IF.
002450     IF CU-ENTRADA-NUM = ZERO OR CU-ENTRADA-NUM > CU-VALOR-MAXIMO
002460         DISPLAY "Valor nominal fuera de rango"
002470         GO TO 3000-EXIT
002480     END-IF.
002490     COMPUTE CU-TANDA-VALOR = CU-ENTRADA-NUM / 100.
002500     DISPLAY "Fecha de vencimiento (AAAAMMDD)".
002510     PERFORM 3100-PEDIR-FECHA THRU 3100-EXIT.
002520     IF NOT CU-DATO-VALIDO
002530         GO TO 3000-EXIT
002540     END-IF.
002550     IF CU-FECHA-ENTRADA NOT > CU-FECHA-HOY
002560         DISPLAY "El vencimiento debe ser posterior a hoy"
002570         GO TO 3000-EXIT
002580     END-IF.
002590     MOVE CU-FECHA-ENTRADA TO CU-TANDA-VENCIMIENTO.
002600     DISPLAY "Primer numero de serie de la tanda".
002610     PERFORM 5500-PEDIR-NUMERO THRU 5500-EXIT.
002620     IF NOT CU-DATO-VALIDO
002630         GO TO 3000-EXIT
002640     END-IF.
002650     IF CU-ENTRADA-NUM = ZERO OR CU-ENTRADA-NUM > CU-SERIE-MAXIMA
002660         DISPLAY "Numero de serie fuera de rango"
002670         GO TO 3000-EXIT
002680     END-IF.
002690     MOVE CU-ENTRADA-NUM TO CU-TANDA-DESDE.
002700     DISPLAY "Cantidad de cupones de la tanda (hasta "
002710         CU-TANDA-MAXIMA ")".
002720     PERFORM 5500-PEDIR-NUMERO THRU 5500-EXIT.
002730     IF NOT CU-DATO-VALIDO
002740         GO TO 3000-EXIT
002750     END-IF.
002760     IF CU-ENTRADA-NUM = ZERO OR CU-ENTRADA-NUM > CU-TANDA-MAXIMA
002770         DISPLAY "Cantidad fuera de rango"
002780         GO TO 3000-EXIT
002790     END-IF.
002800     MOVE CU-ENTRADA-NUM TO CU-TANDA-CANTIDAD.
002810     IF CU-TANDA-DESDE + CU-TANDA-CANTIDAD - 1 > CU-SERIE-MAXIMA
002820         DISPLAY "La tanda excede el ultimo numero de serie"
002830         GO TO 3000-EXIT
002840     END-IF.
002850     COMPUTE CU-TANDA-HASTA = CU-TANDA-DESDE + CU-TANDA-CANTIDAD
002860         - 1.
002870     SET CU-RANGO-LIBRE TO TRUE.
002880     PERFORM 3200-VERIFICAR-SERIE THRU 3200-EXIT
002890         VARYING CU-TANDA-SERIE FROM CU-TANDA-DESDE BY 1
002900         UNTIL CU-TANDA-SERIE > CU-TANDA-HASTA
002910            OR CU-RANGO-OCUPADO.
002920     IF CU-RANGO-OCUPADO
002930         DISPLAY "El numero " CP-SERIE " ya existe: tanda no "
002940             "emitida"
002950         GO TO 3000-EXIT
002960     END-IF.
002970     MOVE CU-TANDA-VALOR TO CU-ED-VALOR.
002980     DISPLAY "Emitir " CU-TANDA-CANTIDAD " cupones de "
002990         CU-ED-VALOR " (" CU-TANDA-DESDE " a " CU-TANDA-HASTA
003000         ") vencen " CU-TANDA-VENCIMIENTO "? (S/N)".
003010     ACCEPT CU-CONFIRMA-ENTRADA.
003020     IF CU-CONFIRMA-ENTRADA NOT = "S"
003030             AND CU-CONFIRMA-ENTRADA NOT = "s"
003040         DISPLAY "Emision cancelada por el operador"
003050         GO TO 3000-EXIT
003060     END-IF.
003070     MOVE ZERO TO CU-TANDA-GRABADOS.
003080     PERFORM 3300-EMITIR-CUPON THRU 3300-EXIT
003090         VARYING CU-TANDA-SERIE FROM CU-TANDA-DESDE BY 1
003100         UNTIL CU-TANDA-SERIE > CU-TANDA-HASTA.
003110     DISPLAY "Cupones emitidos: " CU-TANDA-GRABADOS.
003120 3000-EXIT.
003130     EXIT.
003140
003150******************************************************************
003160*PEDIR-FECHA: pide una fecha AAAAMMDD y controla que el mes y
003170*el dia esten en rango.
003180******************************************************************
003190 3100-PEDIR-FECHA.
003200     PERFORM 5500-PEDIR-NUMERO THRU 5500-EXIT.
003210     IF NOT CU-DATO-VALIDO
003220         GO TO 3100-EXIT
003230     END-IF.
003240     IF CU-ENTRADA-NUM > 99999999
003250         DISPLAY "Fecha invalida"
003260         MOVE "N" TO CU-SW-DATO-OK
003270         GO TO 3100-EXIT
003280     END-IF.
003290     MOVE CU-ENTRADA-NUM TO CU-FECHA-ENTRADA.
003300     IF CU-FE-MES < 1 OR CU-FE-MES > 12
003310             OR CU-FE-DIA < 1 OR CU-FE-DIA > 31
003320         DISPLAY "Fecha invalida"
003330         MOVE "N" TO CU-SW-DATO-OK
003340     END-IF.
003350 3100-EXIT.
003360     EXIT.
003370
003380 3200-VERIFICAR-SERIE.
003390     MOVE CU-TANDA-SERIE TO CP-SERIE.
003400     READ VOUCHER-MASTER
003410         INVALID KEY
003420             CONTINUE
003430         NOT INVALID KEY
003440             SET CU-RANGO-OCUPADO TO TRUE
003450     END-READ.
003460 3200-EXIT.
003470     EXIT.
003480
003490 3300-EMITIR-CUPON.
003500     MOVE SPACES TO CP-CUPON-RECORD.
003510     MOVE CU-TANDA-SERIE       TO CP-SERIE.
003520     MOVE CU-TANDA-VALOR       TO CP-VALOR-NOMINAL.
003530     MOVE CU-FECHA-HOY         TO CP-FECHA-EMISION.
003540     MOVE CU-TANDA-VENCIMIENTO TO CP-FECHA-VENCIMIENTO.
003550     MOVE CU-TANDA-CAMPANIA    TO CP-CAMPANIA.
003560     MOVE "E"                  TO CP-ESTADO.
003570     MOVE CU-FECHA-HOY         TO CP-FECHA-ESTADO.
003580     MOVE ZERO                 TO CP-CANJE-FECHA.
003590     MOVE ZERO                 TO CP-CANJE-SECUENCIA.
003600     MOVE SPACE                TO CU-ESTADO-ANTERIOR.
003610     WRITE CP-CUPON-RECORD
003620         INVALID KEY
003630             DISPLAY "No se pudo grabar el cupon " CP-SERIE
003640                 ", status " CU-MAST-STATUS
003650         NOT INVALID KEY
003660             ADD 1 TO CU-TANDA-GRABADOS
003670             MOVE "EMISION" TO CU-OPERACION
003680             MOVE SPACES TO CU-MOTIVO-ENTRADA
003690             PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT
003700     END-WRITE.
003710 3300-EXIT.
003720     EXIT.
003730
003740******************************************************************
003750*CONSULTA: muestra los datos del cupon.
003760******************************************************************
003770 5000-CONSULTA.
003780     PERFORM 2500-BUSCAR-CUPON THRU 2500-EXIT.
003790     IF NOT CU-CUPON-EXISTE
003800         DISPLAY "Cupon inexistente"
003810         GO TO 5000-EXIT
003820     END-IF.
003830     MOVE CP-VALOR-NOMINAL TO CU-ED-VALOR.
003840     DISPLAY "Serie.......: " CP-SERIE.
003850     DISPLAY "Campania....: " CP-CAMPANIA.
003860     DISPLAY "Valor.......: " CU-ED-VALOR.
003870     DISPLAY "Emision.....: " CP-FECHA-EMISION.
003880     DISPLAY "Vencimiento.: " CP-FECHA-VENCIMIENTO.
003890     DISPLAY "Estado......: " CP-ESTADO " desde " CP-FECHA-ESTADO.
003900     IF CP-CANJEADO
003910         DISPLAY "Canje.......: venta " CP-CANJE-FECHA "/"
003920             CP-CANJE-SECUENCIA " sucursal " CP-CANJE-SUCURSAL
003930     END-IF.
003940     IF CP-ANULADO
003950         DISPLAY "Anulacion...: " CP-MOTIVO-ANULACION
003960     END-IF.
003970 5000-EXIT.
003980     EXIT.
003990
004000******************************************************************
004010*PEDIR-NUMERO: pide un valor numerico, acomodandolo a la
004020*derecha con ceros a la izquierda antes de probar IS NUMERIC,
004030*como los demas ingresos numericos por pantalla del sistema.
004040******************************************************************
004050 5500-PEDIR-NUMERO.
004060     MOVE "N" TO CU-SW-DATO-OK.
004070     MOVE SPACES TO CU-ENTRADA.
004080     ACCEPT CU-ENTRADA.
004090     IF CU-ENTRADA = SPACES
004100         DISPLAY "Valor vacio"
004110         GO TO 5500-EXIT
004120     END-IF.
004130     MOVE CU-ENTRADA TO CU-ENTRADA-JUSTIF.
004140     PERFORM 5600-ALINEAR-DERECHA THRU 5600-EXIT
004150         UNTIL CU-ENTRADA-JUSTIF(10:1) NOT = SPACE.
004160     INSPECT CU-ENTRADA-JUSTIF REPLACING LEADING SPACES
004170         BY ZEROS.
004180     IF CU-ENTRADA-JUSTIF IS NUMERIC
004190         SET CU-DATO-VALIDO TO TRUE
004200     ELSE
004210         DISPLAY "Valor no numerico"
004220     END-IF.
004230 5500-EXIT.
004240     EXIT.
004250
004260 5600-ALINEAR-DERECHA.
004270     MOVE CU-ENTRADA-JUSTIF TO CU-ENTRADA-AUX.
004280     MOVE CU-ENTRADA-AUX(1:9) TO CU-ENTRADA-JUSTIF(2:9).
004290     MOVE SPACE TO CU-ENTRADA-JUSTIF(1:1).
004300 5600-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340*ANULACION: anula un cupon emitido o vencido (robado, mal
004350*impreso, retirado de la campania) con motivo. El cierre
004360*rechaza desde esta noche las ventas que lo traen.
004370******************************************************************
004380 6000-ANULACION.
004390     PERFORM 2500-BUSCAR-CUPON THRU 2500-EXIT.
004400     IF NOT CU-CUPON-EXISTE
004410         DISPLAY "Cupon inexistente"
004420         GO TO 6000-EXIT
004430     END-IF.
004440     IF CP-ANULADO
004450         DISPLAY "El cupon ya esta anulado"
004460         GO TO 6000-EXIT
004470     END-IF.
004480     IF CP-CANJEADO
004490         DISPLAY "El cupon esta canjeado en la venta "
004500             CP-CANJE-FECHA "/" CP-CANJE-SECUENCIA
004510             ": no se puede anular"
004520         GO TO 6000-EXIT
004530     END-IF.
004540     DISPLAY "Motivo de la anulacion".
004550     MOVE SPACES TO CU-MOTIVO-ENTRADA.
004560     ACCEPT CU-MOTIVO-ENTRADA.
004570     IF CU-MOTIVO-ENTRADA = SPACES
004580         DISPLAY "La anulacion requiere un motivo"
004590         GO TO 6000-EXIT
004600     END-IF.
004610     MOVE CP-VALOR-NOMINAL TO CU-ED-VALOR.
004620     DISPLAY "Confirma la anulacion del cupon " CP-SERIE " de "
004630         CU-ED-VALOR "? (S/N)".
004640     ACCEPT CU-CONFIRMA-ENTRADA.
004650     IF CU-CONFIRMA-ENTRADA NOT = "S"
004660             AND CU-CONFIRMA-ENTRADA NOT = "s"
004670         DISPLAY "Anulacion cancelada por el operador"
004680         GO TO 6000-EXIT
004690     END-IF.
004700     MOVE CP-ESTADO TO CU-ESTADO-ANTERIOR.
004710     MOVE "A" TO CP-ESTADO.
004720     MOVE CU-FECHA-HOY TO CP-FECHA-ESTADO.
004730     MOVE CU-MOTIVO-ENTRADA TO CP-MOTIVO-ANULACION.
004740     REWRITE CP-CUPON-RECORD.
004750     MOVE "ANULACION" TO CU-OPERACION.
004760     PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT.
004770     DISPLAY "Cupon anulado".
004780 6000-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820*GRABAR-AUDITORIA: deja el cambio en el log con el estado antes
004830*y despues.
004840******************************************************************
004850 8000-GRABAR-AUDITORIA.
004860     MOVE SPACES TO CQ-AUDIT-RECORD.
004870     MOVE CU-USUARIO           TO CQ-USUARIO.
004880     MOVE CU-FECHA-HOY         TO CQ-FECHA.
004890     ACCEPT CQ-HORA FROM TIME.
004900     MOVE CU-OPERACION         TO CQ-OPERACION.
004910     MOVE CP-SERIE             TO CQ-SERIE.
004920     MOVE CP-CAMPANIA          TO CQ-CAMPANIA.
004930     MOVE CP-VALOR-NOMINAL     TO CQ-VALOR-NOMINAL.
004940     MOVE CP-FECHA-VENCIMIENTO TO CQ-FECHA-VENCIMIENTO.
004950     MOVE CU-ESTADO-ANTERIOR   TO CQ-ESTADO-ANTES.
004960     MOVE CP-ESTADO            TO CQ-ESTADO-DESPUES.
004970     MOVE CU-MOTIVO-ENTRADA    TO CQ-MOTIVO.
004980     WRITE CQ-AUDIT-RECORD.
004990 8000-EXIT.
005000     EXIT.
005010
005020******************************************************************
005030*FINALIZAR: cierra los archivos del mantenimiento.
005040******************************************************************
005050 9000-FINALIZAR.
005060     IF RETURN-CODE NOT = 12
005070         CLOSE VOUCHER-MASTER
005080         CLOSE VOUCHER-AUDIT-LOG
005090     END-IF.
005100     DISPLAY "Fin del mantenimiento de cupones".
005110 9000-EXIT.
005120     EXIT.
005130
005140 END PROGRAM Ejercicio1Cupmant.
