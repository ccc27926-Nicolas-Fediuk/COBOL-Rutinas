000100******************************************************************
000110*COPYBOOK    : PIEZESP
000120*PROPOSITO   : Layout del maestro de especificaciones por tipo de
000130*              pieza (PIECE-SPEC-MASTER), indexado por tipo de
000140*              pieza. Cada tipo trae la longitud nominal de cada
000150*              lado (en el mismo orden en que se miden LONG1,
000160*              LONG2 y LONG3), la tolerancia en mas y en menos
000170*              que se admite sobre cada nominal, y la
000180*              clasificacion por lados y por angulo que debe dar
000190*              la pieza (en blanco, no se controla). Lo mantiene
000200*              Ejercicio3Espmant y lo lee la clasificacion de
000210*              piezas (Ejercicio3) para rechazar las piezas fuera
000220*              de tolerancia o con forma equivocada.
000230******************************************************************
000240*HISTORIAL DE MODIFICACIONES
000250*FECHA       INIC.  DESCRIPCION
000260*----------  -----  -------------------------------------------
000270*2026-10-15  RF     Copybook original.
000280******************************************************************
000290 01  EP-ESPECIFICACION-RECORD.
000300     05  EP-TIPO-PIEZA           PIC X(06).
000310     05  EP-DESCRIPCION          PIC X(30).
000320     05  EP-NOMINALES.
000330         10  EP-NOMINAL-1        PIC 9(04)V9(02).
000340         10  EP-NOMINAL-2        PIC 9(04)V9(02).
000350         10  EP-NOMINAL-3        PIC 9(04)V9(02).
000360     05  EP-NOMINALES-TABLA REDEFINES EP-NOMINALES.
000370         10  EP-NOMINAL          PIC 9(04)V9(02) OCCURS 3 TIMES.
000380     05  EP-TOLERANCIA           PIC 9(04)V9(02).
000390     05  EP-CLASIF-LADOS         PIC X(10).
000400     05  EP-CLASIF-ANGULO        PIC X(11).
000410     05  EP-ESTADO               PIC X(01).
000420         88  EP-ACTIVA                 VALUE "A".
000430         88  EP-INACTIVA               VALUE "I".
000440     05  EP-FECHA-ALTA           PIC 9(08).
000450     05  EP-FECHA-MODIF          PIC 9(08).
000460     05  EP-USUARIO              PIC X(08).
000470     05  FILLER                  PIC X(14).
