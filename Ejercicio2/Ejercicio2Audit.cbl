000260*FECHA       INIC.  DESCRIPCION
000270*----------  -----  -------------------------------------------
000280*2026-08-21  RF     Version original.
000281*2026-10-15  RF     La auditoria guarda la fecha de nacimiento en
000282*                   lugar de la edad: la columna de edad sale del
000283*                   detalle y, cuando la fecha cambia, se imprime
000284*                   debajo una linea con la fecha antes y despues.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. Ejercicio2Audit.
001200     05  FILLER                  PIC X(10) VALUE "OPERACION ".
001210     05  FILLER                  PIC X(08) VALUE "CLIENTE ".
001220     05  FILLER                  PIC X(43) VALUE
001230         "ANTES: APELLIDO / NOMBRE / EST             ".
001240     05  FILLER                  PIC X(43) VALUE
001250         "DESPUES: APELLIDO / NOMBRE / EST           ".
001260     05  FILLER                  PIC X(01) VALUE SPACE.
001270
001280 01  AU-LINEA-DETALLE.
001400     05  FILLER                  PIC X(01) VALUE SPACES.
001410     05  AU-DET-NOM-ANTES        PIC X(15).
001420     05  FILLER                  PIC X(01) VALUE SPACES.
001430     05  FILLER                  PIC X(04) VALUE SPACES.
001450     05  AU-DET-EST-ANTES        PIC X(01).
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001470     05  AU-DET-APE-DESPUES      PIC X(20).
001480     05  FILLER                  PIC X(01) VALUE SPACES.
001490     05  AU-DET-NOM-DESPUES      PIC X(15).
001500     05  FILLER                  PIC X(01) VALUE SPACES.
001510     05  FILLER                  PIC X(04) VALUE SPACES.
001530     05  AU-DET-EST-DESPUES      PIC X(01).
001540     05  FILLER                  PIC X(01) VALUE SPACES.
001541 01  AU-LINEA-NACIMIENTO.
001542     05  FILLER                  PIC X(46) VALUE SPACES.
001543     05  FILLER                  PIC X(11) VALUE "NACIMIENTO ".
001544     05  AU-NAC-ANTES            PIC X(10).
001545     05  FILLER                  PIC X(23) VALUE SPACES.
001546     05  FILLER                  PIC X(11) VALUE "NACIMIENTO ".
001547     05  AU-NAC-DESPUES          PIC X(10).
001548     05  FILLER                  PIC X(21) VALUE SPACES.
001549 01  AU-FECHA-EDITADA            PIC 9999/99/99.
001550******************************************************************
001560 PROCEDURE DIVISION.
001570
003230     MOVE AL-CLIENTE-ID       TO AU-DET-CLIENTE.
003240     MOVE AL-APELLIDO-ANTES   TO AU-DET-APE-ANTES.
003250     MOVE AL-NOMBRE-ANTES     TO AU-DET-NOM-ANTES.
003270     MOVE AL-ESTADO-ANTES     TO AU-DET-EST-ANTES.
003280     MOVE AL-APELLIDO-DESPUES TO AU-DET-APE-DESPUES.
003290     MOVE AL-NOMBRE-DESPUES   TO AU-DET-NOM-DESPUES.
003310     MOVE AL-ESTADO-DESPUES   TO AU-DET-EST-DESPUES.
003320     MOVE AU-LINEA-DETALLE TO AU-LINEA-TRABAJO.
003330     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
003331     IF AL-NACIMIENTO-ANTES NOT = AL-NACIMIENTO-DESPUES
003332         PERFORM 3100-IMPRIMIR-NACIMIENTO THRU 3100-EXIT
003333     END-IF.
003340     ADD 1 TO AU-CANT-LISTADOS.
003350 3000-EXIT.
003360     EXIT.
003361******************************************************************
003362*IMPRIMIR-NACIMIENTO: linea complementaria con la fecha de
003363*nacimiento antes y despues, solo cuando el cambio la toco.
003364******************************************************************
003365 3100-IMPRIMIR-NACIMIENTO.
003366     IF AL-NACIMIENTO-ANTES = ZERO
003367         MOVE "SIN FECHA" TO AU-NAC-ANTES
003368     ELSE
003369         MOVE AL-NACIMIENTO-ANTES TO AU-FECHA-EDITADA
003370         MOVE AU-FECHA-EDITADA    TO AU-NAC-ANTES
003371     END-IF.
003372     IF AL-NACIMIENTO-DESPUES = ZERO
003373         MOVE "SIN FECHA" TO AU-NAC-DESPUES
003374     ELSE
003375         MOVE AL-NACIMIENTO-DESPUES TO AU-FECHA-EDITADA
003376         MOVE AU-FECHA-EDITADA      TO AU-NAC-DESPUES
003377     END-IF.
003378     MOVE AU-LINEA-NACIMIENTO TO AU-LINEA-TRABAJO.
003379     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
003380 3100-EXIT.
003381     EXIT.
003382
003383******************************************************************
003390*ENCABEZADO: imprime el titulo de pagina y las columnas del
003400*historial de cambios.
003410******************************************************************
