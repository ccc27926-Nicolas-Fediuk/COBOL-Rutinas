000206*                   grabados antes de este cambio se convierten
000208*                   por unica vez con estado A (programa
000209*                   Conversion).
000210*2026-10-15  RF     Agrega la cuenta corriente del cliente: el
000211*                   limite de credito (cero = sin cuenta
000212*                   corriente) y el saldo deudor, que mueven las
000213*                   ventas a credito, sus devoluciones y los
000214*                   recibos de cobranza (movimientos en CTACTE).
000215*                   El registro crece de 73 a 95 bytes; lo
000216*                   existente se convierte por unica vez con
000217*                   limite y saldo en cero (programa
000218*                   Conversion3).
000219*2026-10-15  RF     Agrega la identificacion fiscal del cliente
000220*                   para el libro IVA ventas: tipo y numero de
000221*                   documento (CUIT o DNI) y condicion frente al
000222*                   IVA. El registro crece de 95 a 108 bytes; la
000223*                   misma conversion Conversion3 deja a los
000224*                   clientes existentes como consumidor final sin
000225*                   documento.
000226*2026-10-15  RF     Reemplaza la edad, cargada una sola vez en el
000227*                   alta y desactualizada desde entonces, por la
000228*                   fecha de nacimiento AAAAMMDD (cero = sin
000229*                   fecha); la edad se calcula a la fecha de
000230*                   proceso. El registro crece de 108 a 113
000231*                   bytes; la conversion Conversion3 carga las
000232*                   fechas de un archivo provisto y lista los
000233*                   clientes que quedan sin fecha.
000234******************************************************************
000235 01  CM-CUSTOMER-RECORD.
000236     05  CM-CLIENTE-ID               PIC 9(06).
000240     05  CM-APELLIDO-NOMBRE.
000250         10  CM-APELLIDO             PIC X(20).
000260         10  CM-NOMBRE               PIC X(15).
000261     05  CM-FECHA-NACIMIENTO         PIC 9(08).
000262         88  CM-SIN-NACIMIENTO             VALUE ZERO.
000263     05  CM-NACIMIENTO-PARTES REDEFINES CM-FECHA-NACIMIENTO.
000264         10  CM-NAC-ANIO             PIC 9(04).
000265         10  CM-NAC-MES-DIA          PIC 9(04).
000280     05  CM-ESTADO                   PIC X(01).
000290         88  CM-ACTIVO                     VALUE "A".
000300         88  CM-INACTIVO                   VALUE "B".
000310     05  CM-FECHA-BAJA               PIC 9(08).
000320     05  CM-MOTIVO-BAJA              PIC X(20).
000330     05  CM-LIMITE-CREDITO           PIC 9(09)V9(02).
000340     05  CM-SALDO-CTACTE             PIC S9(09)V9(02).
000350     05  CM-TIPO-DOCUMENTO           PIC X(01).
000360         88  CM-DOC-CUIT                   VALUE "C".
000370         88  CM-DOC-DNI                    VALUE "D".
000380         88  CM-DOC-SIN-DATO               VALUE SPACE.
000390     05  CM-NUMERO-DOCUMENTO         PIC 9(11).
000400     05  CM-CONDICION-IVA            PIC X(01).
000410         88  CM-IVA-INSCRIPTO              VALUE "I".
000420         88  CM-IVA-MONOTRIBUTO            VALUE "M".
000430         88  CM-IVA-CONS-FINAL             VALUE "F".
000440         88  CM-IVA-EXENTO                 VALUE "E".
000450         88  CM-IVA-VALIDA                 VALUE "I" "M" "F" "E".
000460         88  CM-IVA-REQUIERE-CUIT          VALUE "I" "M" "E".
