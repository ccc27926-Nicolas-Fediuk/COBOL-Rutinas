000100******************************************************************
000110*PROGRAMA    : Ejercicio3Espmant
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Mantenimiento del maestro de especificaciones por
000170*              tipo de pieza (PIECE-SPEC-MASTER, copybook
000180*              PIEZESP): alta, modificacion, consulta, baja y
000190*              listado, como los demas mantenimientos de maestros
000200*              del sistema. Cada tipo lleva la longitud nominal de
000210*              cada lado, la tolerancia en mas y en menos y la
000220*              clasificacion esperada por lados y por angulo. La
000230*              baja es logica (estado I): las mediciones ya
000240*              clasificadas siguen nombrando el tipo, y una pieza
000250*              de un tipo dado de baja se rechaza. Cada cambio
000260*              queda en SPEC-AUDIT-LOG con usuario, fecha/hora y
000270*              los valores antes y despues.
000280******************************************************************
000290*HISTORIAL DE MODIFICACIONES
000300*FECHA       INIC.  DESCRIPCION
000310*----------  -----  -------------------------------------------
000320*2026-10-15  RF     Version original.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. Ejercicio3Espmant.
000360 AUTHOR. R. FEDIUK.
000370 INSTALLATION. CASA CENTRAL.
000380 DATE-WRITTEN. 2026-10-15.
000390 DATE-COMPILED.
000400******************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PIECE-SPEC-MASTER ASSIGN TO "PIEZESP"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS EP-TIPO-PIEZA
000480         FILE STATUS IS EM-MAST-STATUS.
000490     SELECT SPEC-AUDIT-LOG ASSIGN TO "ESPAUD"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS EM-AUD-STATUS.
000520******************************************************************
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  PIECE-SPEC-MASTER
000560     LABEL RECORDS ARE STANDARD.
000570     COPY PIEZESP.
000580
000590 FD  SPEC-AUDIT-LOG
000600     LABEL RECORDS ARE STANDARD.
000610 01  EA-AUDIT-RECORD.
000620     05  EA-USUARIO              PIC X(08).
000630     05  EA-FECHA                PIC 9(08).
000640     05  EA-HORA                 PIC 9(08).
000650     05  EA-OPERACION            PIC X(10).
000660     05  EA-TIPO-PIEZA           PIC X(06).
000670     05  EA-ANTES.
000680         10  EA-ANT-NOMINALES    PIC X(18).
000690         10  EA-ANT-TOLERANCIA   PIC 9(04)V9(02).
000700         10  EA-ANT-LADOS        PIC X(10).
000710         10  EA-ANT-ANGULO       PIC X(11).
000720         10  EA-ANT-ESTADO       PIC X(01).
000730     05  EA-DESPUES.
000740         10  EA-DES-NOMINALES    PIC X(18).
000750         10  EA-DES-TOLERANCIA   PIC 9(04)V9(02).
000760         10  EA-DES-LADOS        PIC X(10).
000770         10  EA-DES-ANGULO       PIC X(11).
000780         10  EA-DES-ESTADO       PIC X(01).
000790     05  FILLER                  PIC X(08).
000800
000810 WORKING-STORAGE SECTION.
000820 01  EM-SWITCHES.
000830     05  EM-SW-FIN               PIC X(01) VALUE "N".
000840         88  EM-FIN                     VALUE "S".
000850     05  EM-SW-EXISTE            PIC X(01) VALUE "N".
000860         88  EM-TIPO-EXISTE             VALUE "S".
000870     05  EM-SW-DATO-OK           PIC X(01) VALUE "N".
000880         88  EM-DATO-VALIDO             VALUE "S".
000890     05  EM-SW-FIN-LISTADO       PIC X(01) VALUE "N".
000900         88  EM-FIN-LISTADO             VALUE "S".
000910
000920 01  EM-MAST-STATUS              PIC X(02).
000930     88  EM-MAST-STATUS-OK             VALUE "00".
000940     88  EM-MAST-NO-EXISTE             VALUE "23" "35".
000950
000960 01  EM-AUD-STATUS               PIC X(02).
000970     88  EM-AUD-STATUS-OK              VALUE "00".
000980
000990 01  EM-USUARIO                  PIC X(08).
001000 01  EM-OPCION                   PIC 9(01).
001010 01  EM-FECHA-HOY                PIC 9(08) VALUE ZERO.
001020 01  EM-CONFIRMA-ENTRADA         PIC X(01).
001030 01  EM-TIPO-BUSCADO             PIC X(06) VALUE SPACES.
001040 01  EM-CODIGO-ENTRADA           PIC X(01).
001050 01  EM-DESCRIPCION-ANTERIOR     PIC X(30) VALUE SPACES.
001060
001070 01  EM-ENTRADA                  PIC X(10).
001080 01  EM-ENTRADA-JUSTIF           PIC X(10).
001090 01  EM-ENTRADA-NUM REDEFINES EM-ENTRADA-JUSTIF
001100                                 PIC 9(10).
001110 01  EM-ENTRADA-AUX              PIC X(10).
001120
001130******************************************************************
001140*VALORES NUEVOS: se piden todos antes de tocar el maestro, y se
001150*controla que las tres nominales formen un triangulo.
001160******************************************************************
001170 01  EM-VALORES-NUEVOS.
001180     05  EM-NUE-NOMINALES.
001190         10  EM-NUE-NOMINAL      PIC 9(04)V9(02) OCCURS 3 TIMES.
001200     05  EM-NUE-TOLERANCIA       PIC 9(04)V9(02) VALUE ZERO.
001210     05  EM-NUE-LADOS            PIC X(10) VALUE SPACES.
001220     05  EM-NUE-ANGULO           PIC X(11) VALUE SPACES.
001230
001240 01  EM-VALORES-ANTES.
001250     05  EM-ANT-NOMINALES        PIC X(18) VALUE SPACES.
001260     05  EM-ANT-TOLERANCIA       PIC 9(04)V9(02) VALUE ZERO.
001270     05  EM-ANT-LADOS            PIC X(10) VALUE SPACES.
001280     05  EM-ANT-ANGULO           PIC X(11) VALUE SPACES.
001290     05  EM-ANT-ESTADO           PIC X(01) VALUE SPACES.
001300
001310 01  EM-IDX-LADO                 PIC 9(01) COMP VALUE ZERO.
001320 01  EM-NOMINAL-MENOR            PIC 9(04)V9(02) VALUE ZERO.
001321 01  EM-CONTROL-FORMA.
001322     05  EM-LADO-A               PIC 9(04)V9(02) VALUE ZERO.
001323     05  EM-LADO-B               PIC 9(04)V9(02) VALUE ZERO.
001324     05  EM-LADO-MAYOR           PIC 9(04)V9(02) VALUE ZERO.
001325     05  EM-DIF-LADO             PIC S9(04)V9(02) VALUE ZERO.
001326     05  EM-PARES-IGUALES        PIC 9(01) VALUE ZERO.
001327     05  EM-DIF-CUADRADOS        PIC S9(09)V9(04) VALUE ZERO.
001328     05  EM-MARGEN-CUADRADOS     PIC 9(09)V9(04) VALUE ZERO.
001329     05  EM-FORMA-LADOS          PIC X(10) VALUE SPACES.
001330     05  EM-FORMA-ANGULO         PIC X(11) VALUE SPACES.
001340 01  EM-NOM-EDITADAS.
001350     05  EM-NOM-ED-1             PIC Z,ZZ9.99.
001360     05  FILLER                  PIC X(03) VALUE " / ".
001370     05  EM-NOM-ED-2             PIC Z,ZZ9.99.
001380     05  FILLER                  PIC X(03) VALUE " / ".
001390     05  EM-NOM-ED-3             PIC Z,ZZ9.99.
001400     05  FILLER                  PIC X(05) VALUE "  +- ".
001410     05  EM-TOL-ED               PIC Z,ZZ9.99.
001420 01  EM-CANT-LISTADOS            PIC 9(04) VALUE ZERO.
001430 01  EM-OPERACION                PIC X(10) VALUE SPACES.
001440******************************************************************
001450 PROCEDURE DIVISION.
001460
001470 0000-MAINLINE.
001480     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001490     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
001500         UNTIL EM-FIN.
001510     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001520     STOP RUN.
001530
001540******************************************************************
001550*INICIALIZAR: identifica al usuario y abre (o crea) el maestro
001560*de especificaciones y su log de auditoria. Sin log no hay
001570*mantenimiento: una tolerancia cambiada sin rastro de quien la
001580*cambio invalida los certificados de los lotes.
001590******************************************************************
001600 1000-INICIALIZAR.
001610     ACCEPT EM-FECHA-HOY FROM DATE YYYYMMDD.
001620     DISPLAY "Ingrese su identificacion de usuario".
001630     ACCEPT EM-USUARIO.
001640     OPEN I-O PIECE-SPEC-MASTER.
001650     IF EM-MAST-NO-EXISTE
001660         OPEN OUTPUT PIECE-SPEC-MASTER
001670         CLOSE PIECE-SPEC-MASTER
001680         OPEN I-O PIECE-SPEC-MASTER
001690     END-IF.
001700     IF NOT EM-MAST-STATUS-OK
001710         DISPLAY "No se pudo abrir PIECE-SPEC-MASTER, status "
001720             EM-MAST-STATUS
001730         SET EM-FIN TO TRUE
001740         MOVE 12 TO RETURN-CODE
001750         GO TO 1000-EXIT
001760     END-IF.
001770     OPEN EXTEND SPEC-AUDIT-LOG.
001780     IF NOT EM-AUD-STATUS-OK
001790         OPEN OUTPUT SPEC-AUDIT-LOG
001800     END-IF.
001810     IF NOT EM-AUD-STATUS-OK
001820         DISPLAY "No se pudo abrir SPEC-AUDIT-LOG, status "
001830             EM-AUD-STATUS " - mantenimiento cancelado"
001840         SET EM-FIN TO TRUE
001850         MOVE 12 TO RETURN-CODE
001860         CLOSE PIECE-SPEC-MASTER
001870     END-IF.
001880 1000-EXIT.
001890     EXIT.
001900
001910******************************************************************
001920*PROCESAR-MENU: atiende una opcion del operador.
001930******************************************************************
001940 2000-PROCESAR-MENU.
001950     DISPLAY " ".
001960     DISPLAY "1=Alta 2=Modificacion 3=Consulta 4=Baja "
001970         "5=Listado 9=Fin".
001980     ACCEPT EM-OPCION.
001990     EVALUATE EM-OPCION
002000         WHEN 1
002010             PERFORM 3000-ALTA THRU 3000-EXIT
002020         WHEN 2
002030             PERFORM 4000-MODIFICACION THRU 4000-EXIT
002040         WHEN 3
002050             PERFORM 5000-CONSULTA THRU 5000-EXIT
002060         WHEN 4
002070             PERFORM 6000-BAJA THRU 6000-EXIT
002080         WHEN 5
002090             PERFORM 7000-LISTADO THRU 7000-EXIT
002100         WHEN 9
002110             SET EM-FIN TO TRUE
002120         WHEN OTHER
002130             DISPLAY "Opcion invalida"
002140     END-EVALUATE.
002150 2000-EXIT.
002160     EXIT.
002170
002180******************************************************************
002190*BUSCAR-TIPO: pide el tipo de pieza y lee el maestro.
002200******************************************************************
002210 2500-BUSCAR-TIPO.
002220     MOVE "N" TO EM-SW-EXISTE.
002230     MOVE "N" TO EM-SW-DATO-OK.
002240     DISPLAY "Tipo de pieza".
002250     MOVE SPACES TO EM-TIPO-BUSCADO.
002260     ACCEPT EM-TIPO-BUSCADO.
002270     IF EM-TIPO-BUSCADO = SPACES
002280         DISPLAY "Tipo de pieza vacio"
002290         GO TO 2500-EXIT
002300     END-IF.
002310     SET EM-DATO-VALIDO TO TRUE.
002320     MOVE EM-TIPO-BUSCADO TO EP-TIPO-PIEZA.
002330     READ PIECE-SPEC-MASTER
002340         INVALID KEY
002350             CONTINUE
002360         NOT INVALID KEY
002370             SET EM-TIPO-EXISTE TO TRUE
002380     END-READ.
002390 2500-EXIT.
002400     EXIT.
002410
002420******************************************************************
002430*ALTA: carga un tipo de pieza nuevo, activo.
002440******************************************************************
002450 3000-ALTA.
002460     PERFORM 2500-BUSCAR-TIPO THRU 2500-EXIT.
002470     IF NOT EM-DATO-VALIDO
002480         GO TO 3000-EXIT
002490     END-IF.
002500     IF EM-TIPO-EXISTE
002510         DISPLAY "El tipo de pieza ya existe"
002520         PERFORM 5100-MOSTRAR-TIPO THRU 5100-EXIT
002530         GO TO 3000-EXIT
002540     END-IF.
002550     MOVE SPACES TO EP-ESPECIFICACION-RECORD.
002560     MOVE EM-TIPO-BUSCADO TO EP-TIPO-PIEZA.
002570     DISPLAY "Descripcion".
002580     ACCEPT EP-DESCRIPCION.
002590     PERFORM 3100-PEDIR-VALORES THRU 3100-EXIT.
002600     IF NOT EM-DATO-VALIDO
002610         GO TO 3000-EXIT
002620     END-IF.
002630     MOVE EM-TIPO-BUSCADO TO EP-TIPO-PIEZA.
002640     MOVE EM-NUE-NOMINALES TO EP-NOMINALES.
002650     MOVE EM-NUE-TOLERANCIA TO EP-TOLERANCIA.
002660     MOVE EM-NUE-LADOS TO EP-CLASIF-LADOS.
002670     MOVE EM-NUE-ANGULO TO EP-CLASIF-ANGULO.
002680     SET EP-ACTIVA TO TRUE.
002690     MOVE EM-FECHA-HOY TO EP-FECHA-ALTA.
002700     MOVE EM-FECHA-HOY TO EP-FECHA-MODIF.
002710     MOVE EM-USUARIO TO EP-USUARIO.
002720     INITIALIZE EM-VALORES-ANTES.
002730     WRITE EP-ESPECIFICACION-RECORD
002740         INVALID KEY
002750             DISPLAY "No se pudo grabar el alta, status "
002760                 EM-MAST-STATUS
002770         NOT INVALID KEY
002780             MOVE "ALTA" TO EM-OPERACION
002790             PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT
002800             DISPLAY "Tipo de pieza dado de alta"
002810     END-WRITE.
002820 3000-EXIT.
002830     EXIT.
002840
002850******************************************************************
002860*PEDIR-VALORES: las tres longitudes nominales y la tolerancia en
002870*centesimos (500 = 5.00), y las clasificaciones esperadas. Las
002880*nominales tienen que formar un triangulo y la tolerancia tiene
002890*que ser menor que el lado nominal mas corto.
002900******************************************************************
002910 3100-PEDIR-VALORES.
002920     MOVE ZERO TO EM-IDX-LADO.
002930     PERFORM 3150-PEDIR-NOMINAL THRU 3150-EXIT 3 TIMES.
002940     IF NOT EM-DATO-VALIDO
002950         GO TO 3100-EXIT
002960     END-IF.
002970     IF EM-NUE-NOMINAL(1) NOT LESS THAN
002980             EM-NUE-NOMINAL(2) + EM-NUE-NOMINAL(3)
002990         OR EM-NUE-NOMINAL(2) NOT LESS THAN
003000             EM-NUE-NOMINAL(1) + EM-NUE-NOMINAL(3)
003010         OR EM-NUE-NOMINAL(3) NOT LESS THAN
003020             EM-NUE-NOMINAL(1) + EM-NUE-NOMINAL(2)
003030         DISPLAY "Las nominales no forman un triangulo"
003040         MOVE "N" TO EM-SW-DATO-OK
003050         GO TO 3100-EXIT
003060     END-IF.
003070     MOVE EM-NUE-NOMINAL(1) TO EM-NOMINAL-MENOR.
003080     IF EM-NUE-NOMINAL(2) < EM-NOMINAL-MENOR
003090         MOVE EM-NUE-NOMINAL(2) TO EM-NOMINAL-MENOR
003100     END-IF.
003110     IF EM-NUE-NOMINAL(3) < EM-NOMINAL-MENOR
003120         MOVE EM-NUE-NOMINAL(3) TO EM-NOMINAL-MENOR
003130     END-IF.
003140     DISPLAY "Tolerancia en mas y en menos (centesimos)".
003150     PERFORM 5500-PEDIR-NUMERO THRU 5500-EXIT.
003160     IF NOT EM-DATO-VALIDO
003170         GO TO 3100-EXIT
003180     END-IF.
003190     IF EM-ENTRADA-NUM > 999999
003200         DISPLAY "Tolerancia fuera de rango"
003210         MOVE "N" TO EM-SW-DATO-OK
003220         GO TO 3100-EXIT
003230     END-IF.
003240     COMPUTE EM-NUE-TOLERANCIA = EM-ENTRADA-NUM / 100.
003250     IF EM-NUE-TOLERANCIA NOT LESS THAN EM-NOMINAL-MENOR
003260         DISPLAY "La tolerancia debe ser menor que el lado "
003270             "nominal mas corto"
003280         MOVE "N" TO EM-SW-DATO-OK
003290         GO TO 3100-EXIT
003300     END-IF.
003310     PERFORM 3200-PEDIR-CLASIFICACION THRU 3200-EXIT.
003311     IF EM-DATO-VALIDO
003312         PERFORM 3300-CONTROLAR-FORMA THRU 3300-EXIT
003313     END-IF.
003320 3100-EXIT.
003330     EXIT.
003340
003350 3150-PEDIR-NOMINAL.
003360     ADD 1 TO EM-IDX-LADO.
003370     IF EM-IDX-LADO > 1 AND NOT EM-DATO-VALIDO
003380         GO TO 3150-EXIT
003390     END-IF.
003400     DISPLAY "Lado " EM-IDX-LADO " nominal (centesimos, "
003410         "500 = 5.00)".
003420     PERFORM 5500-PEDIR-NUMERO THRU 5500-EXIT.
003430     IF NOT EM-DATO-VALIDO
003440         GO TO 3150-EXIT
003450     END-IF.
003460     IF EM-ENTRADA-NUM = ZERO OR EM-ENTRADA-NUM > 999999
003470         DISPLAY "Longitud fuera de rango"
003480         MOVE "N" TO EM-SW-DATO-OK
003490         GO TO 3150-EXIT
003500     END-IF.
003510     COMPUTE EM-NUE-NOMINAL(EM-IDX-LADO) = EM-ENTRADA-NUM / 100.
003520 3150-EXIT.
003530     EXIT.
003540
003550******************************************************************
003560*PEDIR-CLASIFICACION: la forma que debe dar la pieza, con los
003570*mismos nombres que graba la clasificacion; en blanco no se
003580*controla.
003590******************************************************************
003600 3200-PEDIR-CLASIFICACION.
003610     DISPLAY "Clasificacion por lados: E=Equilatero "
003620         "I=Isosceles S=Escaleno (blanco = no se controla)".
003630     MOVE SPACE TO EM-CODIGO-ENTRADA.
003640     ACCEPT EM-CODIGO-ENTRADA.
003650     EVALUATE EM-CODIGO-ENTRADA
003660         WHEN "E"
003670             MOVE "EQUILATERO" TO EM-NUE-LADOS
003680         WHEN "I"
003690             MOVE "ISOSCELES " TO EM-NUE-LADOS
003700         WHEN "S"
003710             MOVE "ESCALENO  " TO EM-NUE-LADOS
003720         WHEN SPACE
003730             MOVE SPACES TO EM-NUE-LADOS
003740         WHEN OTHER
003750             DISPLAY "Clasificacion invalida"
003760             MOVE "N" TO EM-SW-DATO-OK
003770             GO TO 3200-EXIT
003780     END-EVALUATE.
003790     DISPLAY "Clasificacion por angulo: R=Rectangulo "
003800         "A=Acutangulo O=Obtusangulo (blanco = no se controla)".
003810     MOVE SPACE TO EM-CODIGO-ENTRADA.
003820     ACCEPT EM-CODIGO-ENTRADA.
003830     EVALUATE EM-CODIGO-ENTRADA
003840         WHEN "R"
003850             MOVE "RECTANGULO " TO EM-NUE-ANGULO
003860         WHEN "A"
003870             MOVE "ACUTANGULO " TO EM-NUE-ANGULO
003880         WHEN "O"
003890             MOVE "OBTUSANGULO" TO EM-NUE-ANGULO
003900         WHEN SPACE
003910             MOVE SPACES TO EM-NUE-ANGULO
003920         WHEN OTHER
003930             DISPLAY "Clasificacion invalida"
003940             MOVE "N" TO EM-SW-DATO-OK
003950     END-EVALUATE.
003960 3200-EXIT.
003970     EXIT.
003971
003972******************************************************************
003973*CONTROLAR-FORMA: la forma esperada tiene que ser la que dan las
003974*propias nominales con la regla de tolerancia de la
003975*clasificacion de piezas (lados iguales si difieren en no mas que
003976*la tolerancia; angulo recto si el cuadrado del lado mayor se
003977*aparta de la suma de los otros dos en no mas que dos veces el
003978*lado mayor por la tolerancia). Si no, hasta una pieza perfecta
003979*del tipo seria rechazada por forma.
003980******************************************************************
003981 3300-CONTROLAR-FORMA.
003982     MOVE ZERO TO EM-PARES-IGUALES.
003983     MOVE EM-NUE-NOMINAL(1) TO EM-LADO-A.
003984     MOVE EM-NUE-NOMINAL(2) TO EM-LADO-B.
003985     PERFORM 3310-COMPARAR-PAR THRU 3310-EXIT.
003986     MOVE EM-NUE-NOMINAL(3) TO EM-LADO-B.
003987     PERFORM 3310-COMPARAR-PAR THRU 3310-EXIT.
003988     MOVE EM-NUE-NOMINAL(2) TO EM-LADO-A.
003989     PERFORM 3310-COMPARAR-PAR THRU 3310-EXIT.
003990     EVALUATE EM-PARES-IGUALES
003991         WHEN 3
003992             MOVE "EQUILATERO" TO EM-FORMA-LADOS
003993         WHEN ZERO
003994             MOVE "ESCALENO  " TO EM-FORMA-LADOS
003995         WHEN OTHER
003996             MOVE "ISOSCELES " TO EM-FORMA-LADOS
003997     END-EVALUATE.
003998     MOVE EM-NUE-NOMINAL(1) TO EM-LADO-MAYOR.
003999     IF EM-NUE-NOMINAL(2) > EM-LADO-MAYOR
004000         MOVE EM-NUE-NOMINAL(2) TO EM-LADO-MAYOR
004001     END-IF.
004002     IF EM-NUE-NOMINAL(3) > EM-LADO-MAYOR
004003         MOVE EM-NUE-NOMINAL(3) TO EM-LADO-MAYOR
004004     END-IF.
004005     COMPUTE EM-DIF-CUADRADOS
004006         = 2 * EM-LADO-MAYOR * EM-LADO-MAYOR
004007         - EM-NUE-NOMINAL(1) * EM-NUE-NOMINAL(1)
004008         - EM-NUE-NOMINAL(2) * EM-NUE-NOMINAL(2)
004009         - EM-NUE-NOMINAL(3) * EM-NUE-NOMINAL(3).
004010     COMPUTE EM-MARGEN-CUADRADOS
004011         = 2 * EM-LADO-MAYOR * EM-NUE-TOLERANCIA.
004012     IF EM-DIF-CUADRADOS NOT > EM-MARGEN-CUADRADOS
004013             AND EM-DIF-CUADRADOS + EM-MARGEN-CUADRADOS
004014                 NOT < ZERO
004015         MOVE "RECTANGULO " TO EM-FORMA-ANGULO
004016     ELSE
004017         IF EM-DIF-CUADRADOS < ZERO
004018             MOVE "ACUTANGULO " TO EM-FORMA-ANGULO
004019         ELSE
004020             MOVE "OBTUSANGULO" TO EM-FORMA-ANGULO
004021         END-IF
004022     END-IF.
004023     IF EM-NUE-LADOS NOT = SPACES
004024             AND EM-NUE-LADOS NOT = EM-FORMA-LADOS
004025         DISPLAY "Con esa tolerancia las nominales dan "
004026             EM-FORMA-LADOS ", no " EM-NUE-LADOS
004027         MOVE "N" TO EM-SW-DATO-OK
004028         GO TO 3300-EXIT
004029     END-IF.
004030     IF EM-NUE-ANGULO NOT = SPACES
004031             AND EM-NUE-ANGULO NOT = EM-FORMA-ANGULO
004032         DISPLAY "Con esa tolerancia las nominales dan "
004033             EM-FORMA-ANGULO ", no " EM-NUE-ANGULO
004034         MOVE "N" TO EM-SW-DATO-OK
004035     END-IF.
004036 3300-EXIT.
004037     EXIT.
004038
004039 3310-COMPARAR-PAR.
004040     COMPUTE EM-DIF-LADO = EM-LADO-A - EM-LADO-B.
004041     IF EM-DIF-LADO < ZERO
004042         COMPUTE EM-DIF-LADO = ZERO - EM-DIF-LADO
004043     END-IF.
004044     IF EM-DIF-LADO NOT > EM-NUE-TOLERANCIA
004045         ADD 1 TO EM-PARES-IGUALES
004046     END-IF.
004047 3310-EXIT.
004048     EXIT.
004049
004050******************************************************************
004051*MODIFICACION: vuelve a pedir nominales, tolerancia y
004052*clasificaciones de un tipo existente; la descripcion se
004053*conserva si se deja en blanco.
004054******************************************************************
004055 4000-MODIFICACION.
004056     PERFORM 2500-BUSCAR-TIPO THRU 2500-EXIT.
004060     IF NOT EM-DATO-VALIDO
004070         GO TO 4000-EXIT
004080     END-IF.
004090     IF NOT EM-TIPO-EXISTE
004100         DISPLAY "Tipo de pieza inexistente"
004110         GO TO 4000-EXIT
004120     END-IF.
004130     PERFORM 5100-MOSTRAR-TIPO THRU 5100-EXIT.
004140     PERFORM 4100-GUARDAR-ANTES THRU 4100-EXIT.
004150     PERFORM 3100-PEDIR-VALORES THRU 3100-EXIT.
004160     IF NOT EM-DATO-VALIDO
004170         GO TO 4000-EXIT
004180     END-IF.
004190     DISPLAY "Descripcion (blanco = sin cambio)".
004200     MOVE EP-DESCRIPCION TO EM-DESCRIPCION-ANTERIOR.
004210     ACCEPT EP-DESCRIPCION.
004220     IF EP-DESCRIPCION = SPACES
004230         MOVE EM-DESCRIPCION-ANTERIOR TO EP-DESCRIPCION
004240     END-IF.
004250     MOVE EM-NUE-NOMINALES TO EP-NOMINALES.
004260     MOVE EM-NUE-TOLERANCIA TO EP-TOLERANCIA.
004270     MOVE EM-NUE-LADOS TO EP-CLASIF-LADOS.
004280     MOVE EM-NUE-ANGULO TO EP-CLASIF-ANGULO.
004290     MOVE EM-FECHA-HOY TO EP-FECHA-MODIF.
004300     MOVE EM-USUARIO TO EP-USUARIO.
004310     REWRITE EP-ESPECIFICACION-RECORD.
004320     MOVE "CAMBIO" TO EM-OPERACION.
004330     PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT.
004340     DISPLAY "Tipo de pieza modificado".
004350 4000-EXIT.
004360     EXIT.
004370
004380 4100-GUARDAR-ANTES.
004390     MOVE EP-NOMINALES TO EM-ANT-NOMINALES.
004400     MOVE EP-TOLERANCIA TO EM-ANT-TOLERANCIA.
004410     MOVE EP-CLASIF-LADOS TO EM-ANT-LADOS.
004420     MOVE EP-CLASIF-ANGULO TO EM-ANT-ANGULO.
004430     MOVE EP-ESTADO TO EM-ANT-ESTADO.
004440 4100-EXIT.
004450     EXIT.
004460
004470******************************************************************
004480*CONSULTA: muestra la especificacion.
004490******************************************************************
004500 5000-CONSULTA.
004510     PERFORM 2500-BUSCAR-TIPO THRU 2500-EXIT.
004520     IF NOT EM-DATO-VALIDO
004530         GO TO 5000-EXIT
004540     END-IF.
004550     IF NOT EM-TIPO-EXISTE
004560         DISPLAY "Tipo de pieza inexistente"
004570         GO TO 5000-EXIT
004580     END-IF.
004590     PERFORM 5100-MOSTRAR-TIPO THRU 5100-EXIT.
004600 5000-EXIT.
004610     EXIT.
004620
004630 5100-MOSTRAR-TIPO.
004640     MOVE EP-NOMINAL-1 TO EM-NOM-ED-1.
004650     MOVE EP-NOMINAL-2 TO EM-NOM-ED-2.
004660     MOVE EP-NOMINAL-3 TO EM-NOM-ED-3.
004670     MOVE EP-TOLERANCIA TO EM-TOL-ED.
004680     DISPLAY "Tipo " EP-TIPO-PIEZA " " EP-DESCRIPCION
004690         " estado " EP-ESTADO.
004700     DISPLAY "  Nominales " EM-NOM-EDITADAS.
004710     DISPLAY "  Forma esperada: " EP-CLASIF-LADOS " "
004720         EP-CLASIF-ANGULO " modif. " EP-FECHA-MODIF
004730         " usuario " EP-USUARIO.
004740 5100-EXIT.
004750     EXIT.
004760
004770******************************************************************
004780*PEDIR-NUMERO: pide un valor numerico, acomodandolo a la
004790*derecha con ceros a la izquierda antes de probar IS NUMERIC,
004800*como los demas ingresos numericos por pantalla del sistema.
004810******************************************************************
004820 5500-PEDIR-NUMERO.
004830     MOVE "N" TO EM-SW-DATO-OK.
004840     MOVE SPACES TO EM-ENTRADA.
004850     ACCEPT EM-ENTRADA.
004860     IF EM-ENTRADA = SPACES
004870         DISPLAY "Valor vacio"
004880         GO TO 5500-EXIT
004890     END-IF.
004900     MOVE EM-ENTRADA TO EM-ENTRADA-JUSTIF.
004910     PERFORM 5600-ALINEAR-DERECHA THRU 5600-EXIT
004920         UNTIL EM-ENTRADA-JUSTIF(10:1) NOT = SPACE.
004930     INSPECT EM-ENTRADA-JUSTIF REPLACING LEADING SPACES
004940         BY ZEROS.
004950     IF EM-ENTRADA-JUSTIF IS NUMERIC
004960         SET EM-DATO-VALIDO TO TRUE
004970     ELSE
004980         DISPLAY "Valor no numerico"
004990     END-IF.
005000 5500-EXIT.
005010     EXIT.
005020
005030 5600-ALINEAR-DERECHA.
005040     MOVE EM-ENTRADA-JUSTIF TO EM-ENTRADA-AUX.
005050     MOVE EM-ENTRADA-AUX(1:9) TO EM-ENTRADA-JUSTIF(2:9).
005060     MOVE SPACE TO EM-ENTRADA-JUSTIF(1:1).
005070 5600-EXIT.
005080     EXIT.
005090
005100******************************************************************
005110*BAJA: pasa el tipo a inactivo; sus piezas se rechazan desde la
005120*proxima clasificacion. Con un tipo ya inactivo ofrece
005130*reactivarlo.
005140******************************************************************
005150 6000-BAJA.
005160     PERFORM 2500-BUSCAR-TIPO THRU 2500-EXIT.
005170     IF NOT EM-DATO-VALIDO
005180         GO TO 6000-EXIT
005190     END-IF.
005200     IF NOT EM-TIPO-EXISTE
005210         DISPLAY "Tipo de pieza inexistente"
005220         GO TO 6000-EXIT
005230     END-IF.
005240     PERFORM 5100-MOSTRAR-TIPO THRU 5100-EXIT.
005250     PERFORM 4100-GUARDAR-ANTES THRU 4100-EXIT.
005260     IF EP-INACTIVA
005270         DISPLAY "El tipo ya esta de baja. Lo reactiva? (S/N)"
005280     ELSE
005290         DISPLAY "Confirma la baja del tipo de pieza? (S/N)"
005300     END-IF.
005310     ACCEPT EM-CONFIRMA-ENTRADA.
005320     IF EM-CONFIRMA-ENTRADA NOT = "S"
005330             AND EM-CONFIRMA-ENTRADA NOT = "s"
005340         DISPLAY "Operacion cancelada por el operador"
005350         GO TO 6000-EXIT
005360     END-IF.
005370     IF EP-INACTIVA
005380         SET EP-ACTIVA TO TRUE
005390         MOVE "REACTIVA" TO EM-OPERACION
005400     ELSE
005410         SET EP-INACTIVA TO TRUE
005420         MOVE "BAJA" TO EM-OPERACION
005430     END-IF.
005440     MOVE EM-FECHA-HOY TO EP-FECHA-MODIF.
005450     MOVE EM-USUARIO TO EP-USUARIO.
005460     REWRITE EP-ESPECIFICACION-RECORD.
005470     PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT.
005480     IF EP-ACTIVA
005490         DISPLAY "Tipo de pieza reactivado"
005500     ELSE
005510         DISPLAY "Tipo de pieza dado de baja"
005520     END-IF.
005530 6000-EXIT.
005540     EXIT.
005550
005560******************************************************************
005570*LISTADO: muestra todos los tipos de pieza del maestro.
005580******************************************************************
005590 7000-LISTADO.
005600     MOVE ZERO TO EM-CANT-LISTADOS.
005610     MOVE "N" TO EM-SW-FIN-LISTADO.
005620     MOVE LOW-VALUES TO EP-TIPO-PIEZA.
005630     START PIECE-SPEC-MASTER
005640         KEY IS NOT LESS THAN EP-TIPO-PIEZA
005650         INVALID KEY SET EM-FIN-LISTADO TO TRUE
005660     END-START.
005670     PERFORM 7100-LISTAR-TIPO THRU 7100-EXIT
005680         UNTIL EM-FIN-LISTADO.
005690     DISPLAY "Tipos de pieza: " EM-CANT-LISTADOS.
005700 7000-EXIT.
005710     EXIT.
005720
005730 7100-LISTAR-TIPO.
005740     READ PIECE-SPEC-MASTER NEXT RECORD
005750         AT END
005760             SET EM-FIN-LISTADO TO TRUE
005770     END-READ.
005780     IF EM-FIN-LISTADO
005790         GO TO 7100-EXIT
005800     END-IF.
005810     ADD 1 TO EM-CANT-LISTADOS.
005820     PERFORM 5100-MOSTRAR-TIPO THRU 5100-EXIT.
005830 7100-EXIT.
005840     EXIT.
005850
005860******************************************************************
005870*GRABAR-AUDITORIA: deja el cambio en el log con los valores
005880*antes y despues.
005890******************************************************************
005900 8000-GRABAR-AUDITORIA.
005910     MOVE SPACES TO EA-AUDIT-RECORD.
005920     MOVE EM-USUARIO         TO EA-USUARIO.
005930     MOVE EM-FECHA-HOY       TO EA-FECHA.
005940     ACCEPT EA-HORA FROM TIME.
005950     MOVE EM-OPERACION       TO EA-OPERACION.
005960     MOVE EP-TIPO-PIEZA      TO EA-TIPO-PIEZA.
005970     MOVE EM-VALORES-ANTES   TO EA-ANTES.
005980     MOVE EP-NOMINALES       TO EA-DES-NOMINALES.
005990     MOVE EP-TOLERANCIA      TO EA-DES-TOLERANCIA.
006000     MOVE EP-CLASIF-LADOS    TO EA-DES-LADOS.
006010     MOVE EP-CLASIF-ANGULO   TO EA-DES-ANGULO.
006020     MOVE EP-ESTADO          TO EA-DES-ESTADO.
006030     WRITE EA-AUDIT-RECORD.
006040 8000-EXIT.
006050     EXIT.
006060
006070******************************************************************
006080*FINALIZAR: cierra los archivos del mantenimiento.
006090******************************************************************
006100 9000-FINALIZAR.
006110     IF RETURN-CODE NOT = 12
006120         CLOSE PIECE-SPEC-MASTER
006130         CLOSE SPEC-AUDIT-LOG
006140     END-IF.
006150     DISPLAY "Fin del mantenimiento de especificaciones".
006160 9000-EXIT.
006170     EXIT.
006180
006190 END PROGRAM Ejercicio3Espmant.
