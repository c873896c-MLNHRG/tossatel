      *----------------------------------------------------------------
      *    REGISTRO DE LA BITACORA DE CORRIDAS (BITACO) Y AREA DE
      *    LLAMADA A GMAEBITA1. CADA PROGRAMA DE LA CADENA MENSUAL
      *    GRABA UN REGISTRO 'I' AL EMPEZAR Y UN 'F' AL TERMINAR
      *----------------------------------------------------------------
       01  REG-BITACORA.
           02  BIT-PROGRAMA      PIC X(9).
      *        'I' = INICIO DE LA CORRIDA, 'F' = FIN
           02  BIT-EVENTO        PIC X.
           02  BIT-PERIODO       PIC X(6).
      *        ME = MENSUAL/RETRO, SA = AGUINALDO (COMO EN PERCTL)
           02  BIT-TIPO          PIC XX.
           02  BIT-FEC-INI       PIC 9(8).
           02  BIT-HOR-INI       PIC 9(8).
           02  BIT-FEC-FIN       PIC 9(8).
           02  BIT-HOR-FIN       PIC 9(8).
           02  BIT-RC            PIC 9(4).
           02  BIT-LEIDOS        PIC 9(9).
           02  BIT-GRABADOS      PIC 9(9).
      *        MODOS DE LA CORRIDA, TAL CUAL LOS RECIBIO EL PROGRAMA;
      *        BIT-MODO-PROG LLEVA EL MODO PROPIO DE CADA PROGRAMA
           02  BIT-MODOS.
               03  BIT-RETRO     PIC X.
               03  BIT-REINICIO  PIC X.
               03  BIT-SIMULA    PIC X.
               03  BIT-REPRO     PIC X.
               03  BIT-INDEX     PIC X.
               03  BIT-CADUC     PIC X.
               03  BIT-AUDIT     PIC X.
               03  BIT-FORZAR    PIC X.
               03  BIT-MODO-PROG PIC XX.
      *        QUE CUENTAN LEIDOS Y GRABADOS EN ESTE PROGRAMA
           02  BIT-DETALLE       PIC X(30).
           02  FILLER            PIC X(8).
