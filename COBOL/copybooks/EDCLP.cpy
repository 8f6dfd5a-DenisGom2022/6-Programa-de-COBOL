      * COPYBOOK    : EDCLP                                            *
      * DESCRIPCION : MAPA SIMBOLICO DEL MAPSET EDCLP - CAPTURA DE UN  *
      *             : PAGO DE VENTANILLA SOBRE UN CREDITO DEL MAESTRO  *
      *             : EDAMCR (PROGRAMA EDGD1CLP), CON EL SALDO         *
      *             : DESGLOSADO EN CAPITAL, INTERES Y MORA            *
      ******************************************************************
       01  EDCLPI.
           02  FILLER                      PIC X(12).
           02  FILLER REDEFINES EDCLP-MONTO-PAGOF.
               03  EDCLP-MONTO-PAGOA       PIC X.
           02  EDCLP-MONTO-PAGOI           PIC 9(9)V99.
           02  EDCLP-SALDO-CAPITALL        PIC S9(4) COMP.
           02  EDCLP-SALDO-CAPITALF        PIC X.
           02  FILLER REDEFINES EDCLP-SALDO-CAPITALF.
               03  EDCLP-SALDO-CAPITALA    PIC X.
           02  EDCLP-SALDO-CAPITALI        PIC 9(9)V99.
           02  EDCLP-SALDO-INTERESL        PIC S9(4) COMP.
           02  EDCLP-SALDO-INTERESF        PIC X.
           02  FILLER REDEFINES EDCLP-SALDO-INTERESF.
               03  EDCLP-SALDO-INTERESA    PIC X.
           02  EDCLP-SALDO-INTERESI        PIC 9(9)V99.
           02  EDCLP-SALDO-MORAL           PIC S9(4) COMP.
           02  EDCLP-SALDO-MORAF           PIC X.
           02  FILLER REDEFINES EDCLP-SALDO-MORAF.
               03  EDCLP-SALDO-MORAA       PIC X.
           02  EDCLP-SALDO-MORAI           PIC 9(9)V99.
           02  EDCLP-MENSAJEL              PIC S9(4) COMP.
           02  EDCLP-MENSAJEF              PIC X.
           02  FILLER REDEFINES EDCLP-MENSAJEF.
           02  FILLER                      PIC X(3).
           02  EDCLP-MONTO-PAGOO           PIC 9(9)V99.
           02  FILLER                      PIC X(3).
           02  EDCLP-SALDO-CAPITALO        PIC 9(9)V99.
           02  FILLER                      PIC X(3).
           02  EDCLP-SALDO-INTERESO        PIC 9(9)V99.
           02  FILLER                      PIC X(3).
           02  EDCLP-SALDO-MORAO           PIC 9(9)V99.
           02  FILLER                      PIC X(3).
           02  EDCLP-MENSAJEO              PIC X(40).
