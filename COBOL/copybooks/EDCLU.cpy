           02  FILLER REDEFINES EDCLU-SEGURIDADF.
               03  EDCLU-SEGURIDADA        PIC X.
           02  EDCLU-SEGURIDADI            PIC X.
           02  EDCLU-LIMITEL               PIC S9(4) COMP.
           02  EDCLU-LIMITEF               PIC X.
           02  FILLER REDEFINES EDCLU-LIMITEF.
               03  EDCLU-LIMITEA           PIC X.
           02  EDCLU-LIMITEI               PIC X.
           02  EDCLU-USUARIOL              PIC S9(4) COMP.
           02  EDCLU-USUARIOF              PIC X.
           02  FILLER REDEFINES EDCLU-USUARIOF.
           02  FILLER                      PIC X(3).
           02  EDCLU-SEGURIDADO            PIC X.
           02  FILLER                      PIC X(3).
           02  EDCLU-LIMITEO               PIC X.
           02  FILLER                      PIC X(3).
           02  EDCLU-USUARIOO              PIC X(8).
           02  FILLER                      PIC X(3).
           02  EDCLU-FECHA-CAMBIOO         PIC 9(8).
