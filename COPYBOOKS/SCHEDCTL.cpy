000170*              fecha de proceso si el tramo corre esta noche:
000180*              D = corre todas las noches
000190*              M = corre el ultimo dia habil del mes
000191*              W = corre el ultimo dia habil de la semana
000200*              F = corre solo en la fecha SC-FECHA
000210*              S = salteado hasta SC-FECHA, luego diario
000220*              N = no corre
000230*              Los modos M, W y F estampan SC-ULTIMA-CORRIDA al
000240*              habilitar el tramo, solo como informacion: la
000250*              repeticion en la misma fecha la guarda el
000252*              rearranque contra RUNCTL, asi un tramo mensual
000254*              abendado se puede retomar con RESTART.
000255*              La agenda guarda tambien los limites de tiempo
000256*              que controla el paso de tiempos (TIEMPOS):
000257*              SC-MAX-MINUTOS es el maximo de minutos del paso
000258*              cuyo identificador de RUNCTL es la clave (p.ej.
000259*              EJER1COM; el modo de ese registro no se usa) y
000260*              el registro de clave NIGHTRUN trae en
000261*              SC-HORA-LIMITE (HHMM) la hora en que la ventana
000262*              nocturna tiene que estar terminada y en
000263*              SC-MAX-MINUTOS el maximo por defecto de los pasos
000264*              sin registro propio. Cero o blancos: sin limite.
000265******************************************************************
000270*HISTORIAL DE MODIFICACIONES
000280*FECHA       INIC.  DESCRIPCION
000290*----------  -----  -------------------------------------------
000302*2026-09-02  RF     SC-ULTIMA-CORRIDA pasa a ser informativa:
000304*                   ya no veta la reejecucion de M/F, que la
000306*                   guarda el rearranque con RUNCTL.
000307*2026-10-15  RF     Agrega el modo W, ultimo dia habil de la
000308*                   semana, para los tramos semanales.
000309*2026-10-15  RF     SC-MAX-MINUTOS y SC-HORA-LIMITE en el lugar
000310*                   del FILLER, para el control de tiempos de
000311*                   la noche (el largo del registro no cambia).
000312******************************************************************
000320 01  SC-SCHED-RECORD.
000330     05  SC-TRAMO                PIC X(08).
000340     05  SC-MODO                 PIC X(01).
000350         88  SC-MODO-DIARIO            VALUE "D".
000360         88  SC-MODO-FIN-MES           VALUE "M".
000361         88  SC-MODO-FIN-SEMANA        VALUE "W".
000370         88  SC-MODO-FECHA             VALUE "F".
000380         88  SC-MODO-SALTEAR           VALUE "S".
000390         88  SC-MODO-NUNCA             VALUE "N".
000400     05  SC-FECHA                PIC 9(08).
000410     05  SC-ULTIMA-CORRIDA       PIC 9(08).
000420     05  SC-MAX-MINUTOS          PIC 9(04).
000430     05  SC-HORA-LIMITE          PIC 9(04).
000440     05  SC-HORA-LIMITE-R REDEFINES SC-HORA-LIMITE.
000450         10  SC-LIMITE-HH        PIC 9(02).
000460         10  SC-LIMITE-MM        PIC 9(02).
