000100******************************************************************
000110*COPYBOOK    : ARTMAST
000120*PROPOSITO   : Layout del registro del maestro de articulos
000130*              (ARTICLE-MASTER), indexado por codigo de
000140*              articulo como CASHIER-MASTER por cajero. Lo
000150*              mantiene Ejercicio1Artmant; el cierre valoriza
000160*              contra el cada renglon de los tickets y rechaza
000170*              el ticket que trae un articulo inexistente o
000180*              bloqueado.
000190******************************************************************
000200*HISTORIAL DE MODIFICACIONES
000210*FECHA       INIC.  DESCRIPCION
000220*----------  -----  -------------------------------------------
000230*2026-10-15  RF     Copybook original.
000240******************************************************************
000250 01  AM-ARTICULO-RECORD.
000260     05  AM-ARTICULO             PIC X(08).
000270     05  AM-DESCRIPCION          PIC X(30).
000280     05  AM-PRECIO               PIC 9(07)V9(02).
000290     05  AM-CATEGORIA-IVA        PIC X(01).
000300         88  AM-IVA-GENERAL            VALUE "G".
000310         88  AM-IVA-REDUCIDO           VALUE "R".
000320         88  AM-IVA-EXENTO             VALUE "E".
000330         88  AM-IVA-VALIDO             VALUE "G" "R" "E".
000340     05  AM-ESTADO               PIC X(01).
000350         88  AM-ACTIVO                 VALUE "A".
000360         88  AM-BLOQUEADO              VALUE "B".
000370     05  AM-FECHA-BLOQUEO        PIC 9(08).
000380     05  AM-MOTIVO-BLOQUEO       PIC X(20).
000390     05  FILLER                  PIC X(08).
