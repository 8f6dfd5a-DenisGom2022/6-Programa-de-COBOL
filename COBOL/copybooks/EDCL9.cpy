      * COPYBOOK    : EDCL9                                            *
      * DESCRIPCION : MAPA SIMBOLICO DEL MAPSET EDCL9 - ALTA (NUEVO)   *
      *             : Y CAMBIO (EDICION DE TERMINOS) DE UN CREDITO     *
      *             : DEL MAESTRO EDAMCR (PROGRAMA EDGD1CL9), CON LOS  *
      *             : TERMINOS DE TASA VARIABLE (TIPO, INDICE, MARGEN, *
      *             : PISO Y TECHO) Y LA AUTORIZACION DE EXCESO DE     *
      *             : LIMITE DEL CLIENTE                               *
      ******************************************************************
       01  EDCL9I.
           02  FILLER                      PIC X(12).
           02  FILLER REDEFINES EDCL9-TASAF.
               03  EDCL9-TASAA             PIC X.
           02  EDCL9-TASAI                 PIC 9(2)V9(4).
           02  EDCL9-TIPO-TASAL            PIC S9(4) COMP.
           02  EDCL9-TIPO-TASAF            PIC X.
           02  FILLER REDEFINES EDCL9-TIPO-TASAF.
               03  EDCL9-TIPO-TASAA        PIC X.
           02  EDCL9-TIPO-TASAI            PIC X(1).
           02  EDCL9-INDICEL               PIC S9(4) COMP.
           02  EDCL9-INDICEF               PIC X.
           02  FILLER REDEFINES EDCL9-INDICEF.
               03  EDCL9-INDICEA           PIC X.
           02  EDCL9-INDICEI               PIC X(8).
           02  EDCL9-MARGENL               PIC S9(4) COMP.
           02  EDCL9-MARGENF               PIC X.
           02  FILLER REDEFINES EDCL9-MARGENF.
               03  EDCL9-MARGENA           PIC X.
           02  EDCL9-MARGENI               PIC 9(2)V9(4).
           02  EDCL9-PISOL                 PIC S9(4) COMP.
           02  EDCL9-PISOF                 PIC X.
           02  FILLER REDEFINES EDCL9-PISOF.
               03  EDCL9-PISOA             PIC X.
           02  EDCL9-PISOI                 PIC 9(2)V9(4).
           02  EDCL9-TECHOL                PIC S9(4) COMP.
           02  EDCL9-TECHOF                PIC X.
           02  FILLER REDEFINES EDCL9-TECHOF.
               03  EDCL9-TECHOA            PIC X.
           02  EDCL9-TECHOI                PIC 9(2)V9(4).
           02  EDCL9-EXCESOL               PIC S9(4) COMP.
           02  EDCL9-EXCESOF               PIC X.
           02  FILLER REDEFINES EDCL9-EXCESOF.
               03  EDCL9-EXCESOA           PIC X.
           02  EDCL9-EXCESOI               PIC X(1).
           02  EDCL9-ACCIONL               PIC S9(4) COMP.
           02  EDCL9-ACCIONF               PIC X.
           02  FILLER REDEFINES EDCL9-ACCIONF.
           02  FILLER                      PIC X(3).
           02  EDCL9-TASAO                 PIC 9(2)V9(4).
           02  FILLER                      PIC X(3).
           02  EDCL9-TIPO-TASAO            PIC X(1).
           02  FILLER                      PIC X(3).
           02  EDCL9-INDICEO               PIC X(8).
           02  FILLER                      PIC X(3).
           02  EDCL9-MARGENO               PIC 9(2)V9(4).
           02  FILLER                      PIC X(3).
           02  EDCL9-PISOO                 PIC 9(2)V9(4).
           02  FILLER                      PIC X(3).
           02  EDCL9-TECHOO                PIC 9(2)V9(4).
           02  FILLER                      PIC X(3).
           02  EDCL9-EXCESOO               PIC X(1).
           02  FILLER                      PIC X(3).
           02  EDCL9-ACCIONO               PIC X(1).
           02  FILLER                      PIC X(3).
           02  EDCL9-MENSAJEO              PIC X(40).
