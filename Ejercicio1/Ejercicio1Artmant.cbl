000100******************************************************************
000110*PROGRAMA    : Ejercicio1Artmant
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Mantenimiento del maestro de articulos
000170*              (ARTICLE-MASTER, copybook ARTMAST): alta,
000180*              modificacion, consulta, bloqueo y desbloqueo por
000190*              codigo de articulo, como Ejercicio1Cajmant para el
000200*              maestro de cajeros. Cada cambio queda en
000210*              ARTICLE-AUDIT-LOG con usuario, fecha/hora y los
000220*              valores antes y despues. Un articulo bloqueado no
000230*              se puede modificar hasta desbloquearlo, y el
000240*              cierre rechaza los tickets que lo traen.
000250******************************************************************
000260*HISTORIAL DE MODIFICACIONES
000270*FECHA       INIC.  DESCRIPCION
000280*----------  -----  -------------------------------------------
000290*2026-10-15  RF     Version original.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. Ejercicio1Artmant.
000330 AUTHOR. R. FEDIUK.
000340 INSTALLATION. CASA CENTRAL.
000350 DATE-WRITTEN. 2026-10-15.
000360 DATE-COMPILED.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT ARTICLE-MASTER ASSIGN TO "ARTMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS AM-ARTICULO
000450         FILE STATUS IS MA-MAST-STATUS.
000460     SELECT ARTICLE-AUDIT-LOG ASSIGN TO "ARTAUD"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS MA-AUD-STATUS.
000490******************************************************************
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  ARTICLE-MASTER
000530     LABEL RECORDS ARE STANDARD.
000540     COPY ARTMAST.
000550
000560 FD  ARTICLE-AUDIT-LOG
000570     LABEL RECORDS ARE STANDARD.
000580 01  AT-AUDIT-RECORD.
000590     05  AT-USUARIO              PIC X(08).
000600     05  AT-FECHA                PIC 9(08).
000610     05  AT-HORA                 PIC 9(08).
000620     05  AT-OPERACION            PIC X(10).
000630     05  AT-ARTICULO             PIC X(08).
000640     05  AT-DESCRIPCION-ANTES    PIC X(30).
000650     05  AT-PRECIO-ANTES         PIC 9(07)V9(02).
000660     05  AT-CATEGORIA-ANTES      PIC X(01).
000670     05  AT-ESTADO-ANTES         PIC X(01).
000680     05  AT-DESCRIPCION-DESPUES  PIC X(30).
000690     05  AT-PRECIO-DESPUES       PIC 9(07)V9(02).
000700     05  AT-CATEGORIA-DESPUES    PIC X(01).
000710     05  AT-ESTADO-DESPUES       PIC X(01).
000720     05  FILLER                  PIC X(05).
000730
000740 WORKING-STORAGE SECTION.
000750 01  MA-SWITCHES.
000760     05  MA-SW-FIN               PIC X(01) VALUE "N".
000770         88  MA-FIN                     VALUE "S".
000780     05  MA-SW-EXISTE            PIC X(01) VALUE "N".
000790         88  MA-ARTICULO-EXISTE         VALUE "S".
000800     05  MA-SW-DATO-OK           PIC X(01) VALUE "N".
000810         88  MA-DATO-VALIDO             VALUE "S".
000820
000830 01  MA-MAST-STATUS              PIC X(02).
000840     88  MA-MAST-STATUS-OK             VALUE "00".
000850     88  MA-MAST-NO-EXISTE             VALUE "23" "35".
000860
000870 01  MA-AUD-STATUS               PIC X(02).
000880     88  MA-AUD-STATUS-OK              VALUE "00".
000890
000900 01  MA-CONSTANTES.
000910     05  MA-PRECIO-MAXIMO        PIC 9(10) VALUE 999999999.
000920
000930 01  MA-USUARIO                  PIC X(08).
000940 01  MA-OPCION                   PIC 9(01).
000950 01  MA-ARTICULO-BUSCADO         PIC X(08).
000960 01  MA-FECHA-HOY                PIC 9(08) VALUE ZERO.
000970 01  MA-CONFIRMA-ENTRADA         PIC X(01).
000980 01  MA-MOTIVO-ENTRADA           PIC X(20).
000990 01  MA-DESCRIPCION-ENTRADA      PIC X(30).
001000 01  MA-CATEGORIA-ENTRADA        PIC X(01).
001010 01  MA-ED-PRECIO                PIC Z,ZZZ,ZZ9.99.
001020
001030 01  MA-ENTRADA                  PIC X(10).
001040 01  MA-ENTRADA-JUSTIF           PIC X(10).
001050 01  MA-ENTRADA-NUM REDEFINES MA-ENTRADA-JUSTIF
001060                                 PIC 9(10).
001070 01  MA-ENTRADA-AUX              PIC X(10).
001080
001090 01  MA-ANTERIORES.
001100     05  MA-ANT-DESCRIPCION      PIC X(30) VALUE SPACES.
001110     05  MA-ANT-PRECIO           PIC 9(07)V9(02) VALUE ZERO.
001120     05  MA-ANT-CATEGORIA        PIC X(01) VALUE SPACE.
001130     05  MA-ANT-ESTADO           PIC X(01) VALUE SPACE.
001140
001150 01  MA-OPERACION                PIC X(10) VALUE SPACES.
001160******************************************************************
001170 PROCEDURE DIVISION.
001180
001190 0000-MAINLINE.
001200     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001210     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
001220         UNTIL MA-FIN.
001230     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001240     STOP RUN.
001250
001260******************************************************************
001270*INICIALIZAR: identifica al usuario y abre (o crea) el maestro
001280*de articulos y su log de auditoria. Sin log no hay
001290*mantenimiento: un cambio de precio sin rastro no se puede
001300*reconstruir contra los tickets ya cobrados.
001310******************************************************************
001320 1000-INICIALIZAR.
001330     ACCEPT MA-FECHA-HOY FROM DATE YYYYMMDD.
001340     DISPLAY "Ingrese su identificacion de usuario".
001350     ACCEPT MA-USUARIO.
001360     OPEN I-O ARTICLE-MASTER.
001370     IF MA-MAST-NO-EXISTE
001380         OPEN OUTPUT ARTICLE-MASTER
001390         CLOSE ARTICLE-MASTER
001400         OPEN I-O ARTICLE-MASTER
001410     END-IF.
001420     IF NOT MA-MAST-STATUS-OK
001430         DISPLAY "No se pudo abrir ARTICLE-MASTER, status "
001440             MA-MAST-STATUS
001450         SET MA-FIN TO TRUE
001460         MOVE 12 TO RETURN-CODE
001470         GO TO 1000-EXIT
001480     END-IF.
001490     OPEN EXTEND ARTICLE-AUDIT-LOG.
001500     IF NOT MA-AUD-STATUS-OK
001510         OPEN OUTPUT ARTICLE-AUDIT-LOG
001520     END-IF.
001530     IF NOT MA-AUD-STATUS-OK
001540         DISPLAY "No se pudo abrir ARTICLE-AUDIT-LOG, status "
001550             MA-AUD-STATUS " - mantenimiento cancelado"
001560         SET MA-FIN TO TRUE
001570         MOVE 12 TO RETURN-CODE
001580         CLOSE ARTICLE-MASTER
001590     END-IF.
001600 1000-EXIT.
001610     EXIT.
001620
001630******************************************************************
001640*PROCESAR-MENU: atiende una opcion del operador.
001650******************************************************************
001660 2000-PROCESAR-MENU.
001670     DISPLAY " ".
001680     DISPLAY "1=Alta 2=Modificacion 3=Consulta 4=Bloqueo "
001690         "5=Desbloqueo 9=Fin".
001700     ACCEPT MA-OPCION.
001710     EVALUATE MA-OPCION
001720         WHEN 1
001730             PERFORM 3000-ALTA THRU 3000-EXIT
001740         WHEN 2
001750             PERFORM 4000-MODIFICACION THRU 4000-EXIT
001760         WHEN 3
001770             PERFORM 5000-CONSULTA THRU 5000-EXIT
001780         WHEN 4
001790             PERFORM 6000-BLOQUEO THRU 6000-EXIT
001800         WHEN 5
001810             PERFORM 7000-DESBLOQUEO THRU 7000-EXIT
001820         WHEN 9
001830             SET MA-FIN TO TRUE
001840         WHEN OTHER
001850             DISPLAY "Opcion invalida"
001860     END-EVALUATE.
001870 2000-EXIT.
001880     EXIT.
001890
001900******************************************************************
001910*BUSCAR-ARTICULO: pide el codigo y lee el maestro.
001920******************************************************************
001930 2500-BUSCAR-ARTICULO.
001940     MOVE "N" TO MA-SW-EXISTE.
001950     DISPLAY "Codigo de articulo (8 posiciones)".
001960     ACCEPT MA-ARTICULO-BUSCADO.
001970     MOVE MA-ARTICULO-BUSCADO TO AM-ARTICULO.
001980     READ ARTICLE-MASTER
001990         INVALID KEY
002000             CONTINUE
002010         NOT INVALID KEY
002020             SET MA-ARTICULO-EXISTE TO TRUE
002030     END-READ.
002040 2500-EXIT.
002050     EXIT.
002060
002070******************************************************************
002080*ALTA: carga un articulo nuevo con descripcion, precio y
002090*categoria de IVA, estado A(ctivo).
002100******************************************************************
002110 3000-ALTA.
002120     PERFORM 2500-BUSCAR-ARTICULO THRU 2500-EXIT.
002130     IF MA-ARTICULO-EXISTE
002140         DISPLAY "El articulo ya existe: " AM-ARTICULO " "
002150             AM-DESCRIPCION
002160         GO TO 3000-EXIT
002170     END-IF.
002180     IF MA-ARTICULO-BUSCADO = SPACES
002190         DISPLAY "Codigo de articulo vacio"
002200         GO TO 3000-EXIT
002210     END-IF.
002220     MOVE SPACES TO AM-ARTICULO-RECORD.
002230     MOVE MA-ARTICULO-BUSCADO TO AM-ARTICULO.
002240     DISPLAY "Descripcion del articulo".
002250     ACCEPT AM-DESCRIPCION.
002260     PERFORM 3100-PEDIR-PRECIO THRU 3100-EXIT.
002270     IF NOT MA-DATO-VALIDO
002280         GO TO 3000-EXIT
002290     END-IF.
002300     COMPUTE AM-PRECIO = MA-ENTRADA-NUM / 100.
002310     DISPLAY "Categoria de IVA (G=general R=reducido E=exento)".
002320     ACCEPT AM-CATEGORIA-IVA.
002330     IF NOT AM-IVA-VALIDO
002340         DISPLAY "Categoria de IVA invalida"
002350         GO TO 3000-EXIT
002360     END-IF.
002370     MOVE "A" TO AM-ESTADO.
002380     MOVE ZERO TO AM-FECHA-BLOQUEO.
002390     MOVE SPACES TO AM-MOTIVO-BLOQUEO.
002400     PERFORM 8500-LIMPIAR-ANTERIORES THRU 8500-EXIT.
002410     WRITE AM-ARTICULO-RECORD
002420         INVALID KEY
002430             DISPLAY "No se pudo grabar el alta, status "
002440                 MA-MAST-STATUS
002450         NOT INVALID KEY
002460             MOVE "ALTA" TO MA-OPERACION
002470             PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT
002480             DISPLAY "Articulo dado de alta"
002490     END-WRITE.
002500 3000-EXIT.
002510     EXIT.
002520
002530******************************************************************
002540*PEDIR-PRECIO: pide el precio unitario en centavos (sin coma),
002550*para no depender del separador decimal que tipee el operador.
002560******************************************************************
002570 3100-PEDIR-PRECIO.
002580     DISPLAY "Precio unitario en centavos (150050 = 1500,50)".
002590     PERFORM 5500-PEDIR-NUMERO THRU 5500-EXIT.
002600     IF NOT MA-DATO-VALIDO
002610         GO TO 3100-EXIT
002620     END-IF.
002630     IF MA-ENTRADA-NUM = ZERO OR MA-ENTRADA-NUM > MA-PRECIO-MAXIMO
002640         DISPLAY "Precio fuera de rango"
002650         MOVE "N" TO MA-SW-DATO-OK
002660     END-IF.
002670 3100-EXIT.
002680     EXIT.
002690
002700******************************************************************
002710*MODIFICACION: cambia descripcion, precio o categoria de IVA de
002720*un articulo activo.
002730******************************************************************
002740 4000-MODIFICACION.
002750     PERFORM 2500-BUSCAR-ARTICULO THRU 2500-EXIT.
002760     IF NOT MA-ARTICULO-EXISTE
002770         DISPLAY "Articulo inexistente"
002780         GO TO 4000-EXIT
002790     END-IF.
002800     IF AM-BLOQUEADO
002810         DISPLAY "El articulo esta bloqueado: desbloquearlo "
002820             "antes de modificarlo"
002830         GO TO 4000-EXIT
002840     END-IF.
002850     PERFORM 8600-GUARDAR-ANTERIORES THRU 8600-EXIT.
002860     DISPLAY "Descripcion actual: " AM-DESCRIPCION.
002870     DISPLAY "Descripcion nueva (vacio = sin cambio)".
002880     ACCEPT MA-DESCRIPCION-ENTRADA.
002890     IF MA-DESCRIPCION-ENTRADA NOT = SPACES
002900         MOVE MA-DESCRIPCION-ENTRADA TO AM-DESCRIPCION
002910     END-IF.
002920     MOVE AM-PRECIO TO MA-ED-PRECIO.
002930     DISPLAY "Precio actual: " MA-ED-PRECIO.
002940     DISPLAY "Cambia el precio? (S/N)".
002950     ACCEPT MA-CONFIRMA-ENTRADA.
002960     IF MA-CONFIRMA-ENTRADA = "S" OR MA-CONFIRMA-ENTRADA = "s"
002970         PERFORM 3100-PEDIR-PRECIO THRU 3100-EXIT
002980         IF NOT MA-DATO-VALIDO
002990             GO TO 4000-EXIT
003000         END-IF
003010         COMPUTE AM-PRECIO = MA-ENTRADA-NUM / 100
003020     END-IF.
003030     DISPLAY "Categoria de IVA actual: " AM-CATEGORIA-IVA.
003040     DISPLAY "Categoria nueva (vacio = sin cambio)".
003050     ACCEPT MA-CATEGORIA-ENTRADA.
003060     IF MA-CATEGORIA-ENTRADA NOT = SPACE
003070         MOVE MA-CATEGORIA-ENTRADA TO AM-CATEGORIA-IVA
003080         IF NOT AM-IVA-VALIDO
003090             DISPLAY "Categoria de IVA invalida"
003100             GO TO 4000-EXIT
003110         END-IF
003120     END-IF.
003130     REWRITE AM-ARTICULO-RECORD.
003140     MOVE "CAMBIO" TO MA-OPERACION.
003150     PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT.
003160     DISPLAY "Articulo modificado".
003170 4000-EXIT.
003180     EXIT.
003190
003200******************************************************************
003210*CONSULTA: muestra los datos del articulo.
003220******************************************************************
003230 5000-CONSULTA.
003240     PERFORM 2500-BUSCAR-ARTICULO THRU 2500-EXIT.
003250     IF NOT MA-ARTICULO-EXISTE
003260         DISPLAY "Articulo inexistente"
003270         GO TO 5000-EXIT
003280     END-IF.
003290     MOVE AM-PRECIO TO MA-ED-PRECIO.
003300     DISPLAY "Articulo....: " AM-ARTICULO.
003310     DISPLAY "Descripcion.: " AM-DESCRIPCION.
003320     DISPLAY "Precio......: " MA-ED-PRECIO.
003330     DISPLAY "Categ. IVA..: " AM-CATEGORIA-IVA.
003340     DISPLAY "Estado......: " AM-ESTADO.
003350     IF AM-BLOQUEADO
003360         DISPLAY "Bloqueo.....: " AM-FECHA-BLOQUEO " "
003370             AM-MOTIVO-BLOQUEO
003380     END-IF.
003390 5000-EXIT.
003400     EXIT.
003410
003420******************************************************************
003430*PEDIR-NUMERO: pide un valor numerico, acomodandolo a la
003440*derecha con ceros a la izquierda antes de probar IS NUMERIC,
003450*como los demas ingresos numericos por pantalla del sistema.
003460******************************************************************
003470 5500-PEDIR-NUMERO.
003480     MOVE "N" TO MA-SW-DATO-OK.
003490     MOVE SPACES TO MA-ENTRADA.
003500     ACCEPT MA-ENTRADA.
003510     IF MA-ENTRADA = SPACES
003520         DISPLAY "Valor vacio"
003530         GO TO 5500-EXIT
003540     END-IF.
003550     MOVE MA-ENTRADA TO MA-ENTRADA-JUSTIF.
003560     PERFORM 5600-ALINEAR-DERECHA THRU 5600-EXIT
003570         UNTIL MA-ENTRADA-JUSTIF(10:1) NOT = SPACE.
003580     INSPECT MA-ENTRADA-JUSTIF REPLACING LEADING SPACES
003590         BY ZEROS.
003600     IF MA-ENTRADA-JUSTIF IS NUMERIC
003610         SET MA-DATO-VALIDO TO TRUE
003620     ELSE
003630         DISPLAY "Valor no numerico"
003640     END-IF.
003650 5500-EXIT.
003660     EXIT.
003670
003680 5600-ALINEAR-DERECHA.
003690     MOVE MA-ENTRADA-JUSTIF TO MA-ENTRADA-AUX.
003700     MOVE MA-ENTRADA-AUX(1:9) TO MA-ENTRADA-JUSTIF(2:9).
003710     MOVE SPACE TO MA-ENTRADA-JUSTIF(1:1).
003720 5600-EXIT.
003730     EXIT.
003740
003750******************************************************************
003760*BLOQUEO: marca el articulo bloqueado con fecha y motivo; el
003770*cierre rechaza los tickets que lo traen desde esta noche.
003780******************************************************************
003790 6000-BLOQUEO.
003800     PERFORM 2500-BUSCAR-ARTICULO THRU 2500-EXIT.
003810     IF NOT MA-ARTICULO-EXISTE
003820         DISPLAY "Articulo inexistente"
003830         GO TO 6000-EXIT
003840     END-IF.
003850     IF AM-BLOQUEADO
003860         DISPLAY "El articulo ya esta bloqueado"
003870         GO TO 6000-EXIT
003880     END-IF.
003890     PERFORM 8600-GUARDAR-ANTERIORES THRU 8600-EXIT.
003900     DISPLAY "Motivo del bloqueo".
003910     ACCEPT MA-MOTIVO-ENTRADA.
003920     DISPLAY "Confirma el bloqueo de " AM-DESCRIPCION "? (S/N)".
003930     ACCEPT MA-CONFIRMA-ENTRADA.
003940     IF MA-CONFIRMA-ENTRADA NOT = "S"
003950             AND MA-CONFIRMA-ENTRADA NOT = "s"
003960         DISPLAY "Bloqueo cancelado por el operador"
003970         GO TO 6000-EXIT
003980     END-IF.
003990     MOVE "B" TO AM-ESTADO.
004000     MOVE MA-FECHA-HOY TO AM-FECHA-BLOQUEO.
004010     MOVE MA-MOTIVO-ENTRADA TO AM-MOTIVO-BLOQUEO.
004020     REWRITE AM-ARTICULO-RECORD.
004030     MOVE "BLOQUEO" TO MA-OPERACION.
004040     PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT.
004050     DISPLAY "Articulo bloqueado".
004060 6000-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100*DESBLOQUEO: vuelve a habilitar un articulo bloqueado.
004110******************************************************************
004120 7000-DESBLOQUEO.
004130     PERFORM 2500-BUSCAR-ARTICULO THRU 2500-EXIT.
004140     IF NOT MA-ARTICULO-EXISTE
004150         DISPLAY "Articulo inexistente"
004160         GO TO 7000-EXIT
004170     END-IF.
004180     IF AM-ACTIVO
004190         DISPLAY "El articulo ya esta activo"
004200         GO TO 7000-EXIT
004210     END-IF.
004220     PERFORM 8600-GUARDAR-ANTERIORES THRU 8600-EXIT.
004230     MOVE "A" TO AM-ESTADO.
004240     MOVE ZERO TO AM-FECHA-BLOQUEO.
004250     MOVE SPACES TO AM-MOTIVO-BLOQUEO.
004260     REWRITE AM-ARTICULO-RECORD.
004270     MOVE "DESBLOQUEO" TO MA-OPERACION.
004280     PERFORM 8000-GRABAR-AUDITORIA THRU 8000-EXIT.
004290     DISPLAY "Articulo desbloqueado".
004300 7000-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340*GRABAR-AUDITORIA: deja el cambio en el log con los valores
004350*antes y despues.
004360******************************************************************
004370 8000-GRABAR-AUDITORIA.
004380     MOVE SPACES TO AT-AUDIT-RECORD.
004390     MOVE MA-USUARIO         TO AT-USUARIO.
004400     MOVE MA-FECHA-HOY       TO AT-FECHA.
004410     ACCEPT AT-HORA FROM TIME.
004420     MOVE MA-OPERACION       TO AT-OPERACION.
004430     MOVE AM-ARTICULO        TO AT-ARTICULO.
004440     MOVE MA-ANT-DESCRIPCION TO AT-DESCRIPCION-ANTES.
004450     MOVE MA-ANT-PRECIO      TO AT-PRECIO-ANTES.
004460     MOVE MA-ANT-CATEGORIA   TO AT-CATEGORIA-ANTES.
004470     MOVE MA-ANT-ESTADO      TO AT-ESTADO-ANTES.
004480     MOVE AM-DESCRIPCION     TO AT-DESCRIPCION-DESPUES.
004490     MOVE AM-PRECIO          TO AT-PRECIO-DESPUES.
004500     MOVE AM-CATEGORIA-IVA   TO AT-CATEGORIA-DESPUES.
004510     MOVE AM-ESTADO          TO AT-ESTADO-DESPUES.
004520     WRITE AT-AUDIT-RECORD.
004530 8000-EXIT.
004540     EXIT.
004550
004560 8500-LIMPIAR-ANTERIORES.
004570     MOVE SPACES TO MA-ANT-DESCRIPCION.
004580     MOVE ZERO   TO MA-ANT-PRECIO.
004590     MOVE SPACE  TO MA-ANT-CATEGORIA.
004600     MOVE SPACE  TO MA-ANT-ESTADO.
004610 8500-EXIT.
004620     EXIT.
004630
004640 8600-GUARDAR-ANTERIORES.
004650     MOVE AM-DESCRIPCION   TO MA-ANT-DESCRIPCION.
004660     MOVE AM-PRECIO        TO MA-ANT-PRECIO.
004670     MOVE AM-CATEGORIA-IVA TO MA-ANT-CATEGORIA.
004680     MOVE AM-ESTADO        TO MA-ANT-ESTADO.
004690 8600-EXIT.
004700     EXIT.
004710
004720******************************************************************
004730*FINALIZAR: cierra los archivos del mantenimiento.
004740******************************************************************
004750 9000-FINALIZAR.
004760     IF RETURN-CODE NOT = 12
004770         CLOSE ARTICLE-MASTER
004780         CLOSE ARTICLE-AUDIT-LOG
004790     END-IF.
004800     DISPLAY "Fin del mantenimiento de articulos".
004810 9000-EXIT.
004820     EXIT.
004830
004840 END PROGRAM Ejercicio1Artmant.
