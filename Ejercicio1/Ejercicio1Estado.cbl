000260*              Pensado para que comercial deje de responder
000270*              "que compre este mes" revisando el volcado crudo
000280*              de SALESHST.
000281*              La historia grabada con el ID de un cliente
000282*              absorbido por una fusion (CUSTOMER-XREF) sale en
000283*              el estado del sobreviviente, marcada con el ID
000284*              original.
000290******************************************************************
000300*HISTORIAL DE MODIFICACIONES
000310*FECHA       INIC.  DESCRIPCION
000420*                   a campos con signo, como el arqueo: un
000430*                   periodo cuyas devoluciones superan las
000440*                   compras guardaba el valor absoluto.
000441*2026-10-15  RF     Clientes fusionados: cada venta del historial
000442*                   se atribuye al sobreviviente de la fusion
000443*                   segun CUSTOMER-XREF (CUSTXREF), y el detalle
000444*                   muestra el ID original cuando difiere. Sin el
000445*                   archivo los clientes no se traducen.
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. Ejercicio1Estado.
000650         ALTERNATE RECORD KEY IS CM-APELLIDO-NOMBRE
000660             WITH DUPLICATES
000670         FILE STATUS IS ES-CUST-STATUS.
000671     SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF"
000672         ORGANIZATION IS INDEXED
000673         ACCESS MODE IS RANDOM
000674         RECORD KEY IS FX-ABSORBIDO-ID
000675         ALTERNATE RECORD KEY IS FX-SOBREVIVIENTE-ID
000676             WITH DUPLICATES
000677         FILE STATUS IS ES-FX-STATUS.
000680     SELECT STATEMENT-REPORT-FILE ASSIGN TO "ESTRPT"
000690         ORGANIZATION IS SEQUENTIAL.
000700******************************************************************
000770 FD  CUSTOMER-MASTER
000780     LABEL RECORDS ARE STANDARD.
000790     COPY CUSTMAST.
000791 FD  CUSTOMER-XREF
000792     LABEL RECORDS ARE STANDARD.
000793     COPY CUSTXREF.
000800
000810 FD  STATEMENT-REPORT-FILE
000820     LABEL RECORDS ARE STANDARD.
000920         88  ES-ABORTADO                VALUE "S".
000930     05  ES-SW-MAESTRO-ABIERTO   PIC X(01) VALUE "N".
000940         88  ES-MAESTRO-ABIERTO         VALUE "S".
000941     05  ES-SW-FX-ABIERTO        PIC X(01) VALUE "N".
000942         88  ES-REFERENCIA-ABIERTA      VALUE "S".
000950
000960 01  ES-HIST-STATUS              PIC X(02).
000970     88  ES-HIST-STATUS-OK             VALUE "00".
000980
000990 01  ES-CUST-STATUS              PIC X(02).
001000     88  ES-CUST-STATUS-OK             VALUE "00".
001001 01  ES-FX-STATUS                PIC X(02).
001002     88  ES-FX-STATUS-OK               VALUE "00".
001010
001020 01  ES-CONSTANTES.
001030     05  ES-MAX-CLIENTES         PIC 9(03) COMP VALUE 200.
001170     05  ES-IDX-EMISION          PIC 9(03) COMP VALUE ZERO.
001180     05  ES-CLIENTE-BUSCADO      PIC 9(06) VALUE ZERO.
001190     05  ES-CANT-DESBORDES       PIC 9(06) VALUE ZERO.
001191     05  ES-CLIENTE-HIST         PIC 9(06) VALUE ZERO.
001192
001193 01  ES-ORIGEN-FUSION.
001194     05  FILLER                  PIC X(08) VALUE "ID ORIG ".
001195     05  ES-ORIGEN-ID            PIC 9(06) VALUE ZERO.
001200
001210 01  ES-TOTALES-CLIENTE.
001220     05  ES-TOT-CANT             PIC 9(06) VALUE ZERO.
001840     05  ES-DET-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001850     05  FILLER                  PIC X(02) VALUE SPACES.
001860     05  ES-DET-MARCA            PIC X(04).
001861     05  FILLER                  PIC X(02) VALUE SPACES.
001862     05  ES-DET-ORIGEN           PIC X(14).
001863     05  FILLER                  PIC X(22) VALUE SPACES.
001880
001890 01  ES-LINEA-TOTALES.
001900     05  FILLER                  PIC X(10) VALUE "TOTALES   ".
002640         GO TO 1000-EXIT
002650     END-IF.
002660     SET ES-MAESTRO-ABIERTO TO TRUE.
002661     OPEN INPUT CUSTOMER-XREF.
002662     IF ES-FX-STATUS-OK
002663         SET ES-REFERENCIA-ABIERTA TO TRUE
002664     ELSE
002665         DISPLAY "Sin referencias de fusion de clientes (status "
002666             ES-FX-STATUS "), los clientes no se traducen"
002667     END-IF.
002670     OPEN OUTPUT STATEMENT-REPORT-FILE.
002680 1000-EXIT.
002690     EXIT.
003230 2200-ANOTAR-CLIENTE.
003240     IF SI-FECHA NOT LESS THAN ES-FECHA-DESDE
003250             AND SI-FECHA NOT GREATER THAN ES-FECHA-HASTA
003251         PERFORM 2600-RESOLVER-FUSION THRU 2600-EXIT
003252         MOVE ES-CLIENTE-HIST TO ES-CLIENTE-BUSCADO
003270         PERFORM 2500-UBICAR-CLIENTE THRU 2500-EXIT
003280     END-IF.
003290     PERFORM 2100-LEER-HISTORIA THRU 2100-EXIT.
003630     END-IF.
003640 2510-EXIT.
003650     EXIT.
003651******************************************************************
003652*RESOLVER-FUSION: deja en ES-CLIENTE-HIST el cliente al que se
003653*atribuye la venta leida: el de la venta, o el sobreviviente si
003654*ese ID fue absorbido por una fusion.
003655******************************************************************
003656 2600-RESOLVER-FUSION.
003657     MOVE SI-CLIENTE-ID TO ES-CLIENTE-HIST.
003658     IF NOT ES-REFERENCIA-ABIERTA OR SI-CLIENTE-ID = ZERO
003659         GO TO 2600-EXIT
003660     END-IF.
003661     MOVE SI-CLIENTE-ID TO FX-ABSORBIDO-ID.
003662     READ CUSTOMER-XREF
003663         INVALID KEY
003664             GO TO 2600-EXIT
003665     END-READ.
003666     MOVE FX-SOBREVIVIENTE-ID TO ES-CLIENTE-HIST.
003667 2600-EXIT.
003668     EXIT.
003669
003670******************************************************************
003680*EMITIR-ESTADO: emite el estado de cuenta de un cliente de la
003690*tabla: encabezado con los datos del maestro, una pasada sobre
004270     EXIT.
004280
004290 3200-DETALLAR-COMPRA.
004291     IF SI-FECHA < ES-FECHA-DESDE
004292             OR SI-FECHA > ES-FECHA-HASTA
004293         GO TO 3200-LEER
004294     END-IF.
004295     PERFORM 2600-RESOLVER-FUSION THRU 2600-EXIT.
004296     IF ES-CLIENTE-HIST NOT = ES-CLIENTE-BUSCADO
004330         GO TO 3200-LEER
004340     END-IF.
004350     MOVE SPACES TO ES-LINEA-DETALLE.
004420     IF SI-TIPO-DEVOLUCION
004430         MOVE "DEV." TO ES-DET-MARCA
004440     END-IF.
004441     IF SI-CLIENTE-ID NOT = ES-CLIENTE-HIST
004442         MOVE SI-CLIENTE-ID TO ES-ORIGEN-ID
004443         MOVE ES-ORIGEN-FUSION TO ES-DET-ORIGEN
004444     END-IF.
004450     MOVE ES-LINEA-DETALLE TO ES-LINEA-TRABAJO.
004460     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
004470     IF SI-TIPO-DEVOLUCION
005130         CLOSE CUSTOMER-MASTER
005140         CLOSE STATEMENT-REPORT-FILE
005150     END-IF.
005151     IF ES-REFERENCIA-ABIERTA
005152         CLOSE CUSTOMER-XREF
005153     END-IF.
005160     DISPLAY "Fin de la emision de estados de cuenta".
005170 9000-EXIT.
005180     EXIT.
