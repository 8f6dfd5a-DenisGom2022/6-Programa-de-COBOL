      ******************************************************************
      * COPYBOOK    : EDCLR                                            *
      * DESCRIPCION : MAPA SIMBOLICO DEL MAPSET EDCLR - REESTRUCTURA-  *
      *             : CION DE UNO O MAS CREDITOS (HASTA 5) DE UN MISMO *
      *             : CLIENTE EN UN CREDITO NUEVO (PROGRAMA EDGD1CLR), *
      *             : CON EL SALDO DE CADA CREDITO, EL SALDO UNIFICADO *
      *             : Y LOS TERMINOS NUEVOS (PLAZO, TASA Y CUOTA)      *
      ******************************************************************
       01  EDCLRI.
           02  FILLER                      PIC X(12).
           02  EDCLR-FECHAL                PIC S9(4) COMP.
           02  EDCLR-FECHAF                PIC X.
           02  FILLER REDEFINES EDCLR-FECHAF.
               03  EDCLR-FECHAA            PIC X.
           02  EDCLR-FECHAI                PIC 9(8).
           02  EDCLR-HORAL                 PIC S9(4) COMP.
           02  EDCLR-HORAF                 PIC X.
           02  FILLER REDEFINES EDCLR-HORAF.
               03  EDCLR-HORAA             PIC X.
           02  EDCLR-HORAI                 PIC X(5).
           02  EDCLR-COD-CLIENTEL          PIC S9(4) COMP.
           02  EDCLR-COD-CLIENTEF          PIC X.
           02  FILLER REDEFINES EDCLR-COD-CLIENTEF.
               03  EDCLR-COD-CLIENTEA      PIC X.
           02  EDCLR-COD-CLIENTEI          PIC 9(8).
           02  EDCLR-NOM-CLIENTEL          PIC S9(4) COMP.
           02  EDCLR-NOM-CLIENTEF          PIC X.
           02  FILLER REDEFINES EDCLR-NOM-CLIENTEF.
               03  EDCLR-NOM-CLIENTEA      PIC X.
           02  EDCLR-NOM-CLIENTEI          PIC X(30).
           02  EDCLR-CREDITO1L             PIC S9(4) COMP.
           02  EDCLR-CREDITO1F             PIC X.
           02  FILLER REDEFINES EDCLR-CREDITO1F.
               03  EDCLR-CREDITO1A         PIC X.
           02  EDCLR-CREDITO1I             PIC 9(12).
           02  EDCLR-SALDO1L               PIC S9(4) COMP.
           02  EDCLR-SALDO1F               PIC X.
           02  FILLER REDEFINES EDCLR-SALDO1F.
               03  EDCLR-SALDO1A           PIC X.
           02  EDCLR-SALDO1I               PIC 9(9)V99.
           02  EDCLR-CREDITO2L             PIC S9(4) COMP.
           02  EDCLR-CREDITO2F             PIC X.
           02  FILLER REDEFINES EDCLR-CREDITO2F.
               03  EDCLR-CREDITO2A         PIC X.
           02  EDCLR-CREDITO2I             PIC 9(12).
           02  EDCLR-SALDO2L               PIC S9(4) COMP.
           02  EDCLR-SALDO2F               PIC X.
           02  FILLER REDEFINES EDCLR-SALDO2F.
               03  EDCLR-SALDO2A           PIC X.
           02  EDCLR-SALDO2I               PIC 9(9)V99.
           02  EDCLR-CREDITO3L             PIC S9(4) COMP.
           02  EDCLR-CREDITO3F             PIC X.
           02  FILLER REDEFINES EDCLR-CREDITO3F.
               03  EDCLR-CREDITO3A         PIC X.
           02  EDCLR-CREDITO3I             PIC 9(12).
           02  EDCLR-SALDO3L               PIC S9(4) COMP.
           02  EDCLR-SALDO3F               PIC X.
           02  FILLER REDEFINES EDCLR-SALDO3F.
               03  EDCLR-SALDO3A           PIC X.
           02  EDCLR-SALDO3I               PIC 9(9)V99.
           02  EDCLR-CREDITO4L             PIC S9(4) COMP.
           02  EDCLR-CREDITO4F             PIC X.
           02  FILLER REDEFINES EDCLR-CREDITO4F.
               03  EDCLR-CREDITO4A         PIC X.
           02  EDCLR-CREDITO4I             PIC 9(12).
           02  EDCLR-SALDO4L               PIC S9(4) COMP.
           02  EDCLR-SALDO4F               PIC X.
           02  FILLER REDEFINES EDCLR-SALDO4F.
               03  EDCLR-SALDO4A           PIC X.
           02  EDCLR-SALDO4I               PIC 9(9)V99.
           02  EDCLR-CREDITO5L             PIC S9(4) COMP.
           02  EDCLR-CREDITO5F             PIC X.
           02  FILLER REDEFINES EDCLR-CREDITO5F.
               03  EDCLR-CREDITO5A         PIC X.
           02  EDCLR-CREDITO5I             PIC 9(12).
           02  EDCLR-SALDO5L               PIC S9(4) COMP.
           02  EDCLR-SALDO5F               PIC X.
           02  FILLER REDEFINES EDCLR-SALDO5F.
               03  EDCLR-SALDO5A           PIC X.
           02  EDCLR-SALDO5I               PIC 9(9)V99.
           02  EDCLR-SALDO-TOTALL          PIC S9(4) COMP.
           02  EDCLR-SALDO-TOTALF          PIC X.
           02  FILLER REDEFINES EDCLR-SALDO-TOTALF.
               03  EDCLR-SALDO-TOTALA      PIC X.
           02  EDCLR-SALDO-TOTALI          PIC 9(9)V99.
           02  EDCLR-PLAZOL                PIC S9(4) COMP.
           02  EDCLR-PLAZOF                PIC X.
           02  FILLER REDEFINES EDCLR-PLAZOF.
               03  EDCLR-PLAZOA            PIC X.
           02  EDCLR-PLAZOI                PIC 9(3).
           02  EDCLR-TASAL                 PIC S9(4) COMP.
           02  EDCLR-TASAF                 PIC X.
           02  FILLER REDEFINES EDCLR-TASAF.
               03  EDCLR-TASAA             PIC X.
           02  EDCLR-TASAI                 PIC 9(2)V9(4).
           02  EDCLR-CUOTAL                PIC S9(4) COMP.
           02  EDCLR-CUOTAF                PIC X.
           02  FILLER REDEFINES EDCLR-CUOTAF.
               03  EDCLR-CUOTAA            PIC X.
           02  EDCLR-CUOTAI                PIC 9(7)V99.
           02  EDCLR-CREDITO-NUEVOL        PIC S9(4) COMP.
           02  EDCLR-CREDITO-NUEVOF        PIC X.
           02  FILLER REDEFINES EDCLR-CREDITO-NUEVOF.
               03  EDCLR-CREDITO-NUEVOA    PIC X.
           02  EDCLR-CREDITO-NUEVOI        PIC 9(12).
           02  EDCLR-ACCIONL               PIC S9(4) COMP.
           02  EDCLR-ACCIONF               PIC X.
           02  FILLER REDEFINES EDCLR-ACCIONF.
               03  EDCLR-ACCIONA           PIC X.
           02  EDCLR-ACCIONI               PIC X(1).
           02  EDCLR-MENSAJEL              PIC S9(4) COMP.
           02  EDCLR-MENSAJEF              PIC X.
           02  FILLER REDEFINES EDCLR-MENSAJEF.
               03  EDCLR-MENSAJEA          PIC X.
           02  EDCLR-MENSAJEI              PIC X(40).
       01  EDCLRO REDEFINES EDCLRI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(3).
           02  EDCLR-FECHAO                PIC 9(8).
           02  FILLER                      PIC X(3).
           02  EDCLR-HORAO                 PIC X(5).
           02  FILLER                      PIC X(3).
           02  EDCLR-COD-CLIENTEO          PIC 9(8).
           02  FILLER                      PIC X(3).
           02  EDCLR-NOM-CLIENTEO          PIC X(30).
           02  FILLER                      PIC X(3).
           02  EDCLR-CREDITO1O             PIC 9(12).
           02  FILLER                      PIC X(3).
           02  EDCLR-SALDO1O               PIC 9(9)V99.
           02  FILLER                      PIC X(3).
           02  EDCLR-CREDITO2O             PIC 9(12).
           02  FILLER                      PIC X(3).
           02  EDCLR-SALDO2O               PIC 9(9)V99.
           02  FILLER                      PIC X(3).
           02  EDCLR-CREDITO3O             PIC 9(12).
           02  FILLER                      PIC X(3).
           02  EDCLR-SALDO3O               PIC 9(9)V99.
           02  FILLER                      PIC X(3).
           02  EDCLR-CREDITO4O             PIC 9(12).
           02  FILLER                      PIC X(3).
           02  EDCLR-SALDO4O               PIC 9(9)V99.
           02  FILLER                      PIC X(3).
           02  EDCLR-CREDITO5O             PIC 9(12).
           02  FILLER                      PIC X(3).
           02  EDCLR-SALDO5O               PIC 9(9)V99.
           02  FILLER                      PIC X(3).
           02  EDCLR-SALDO-TOTALO          PIC 9(9)V99.
           02  FILLER                      PIC X(3).
           02  EDCLR-PLAZOO                PIC 9(3).
           02  FILLER                      PIC X(3).
           02  EDCLR-TASAO                 PIC 9(2)V9(4).
           02  FILLER                      PIC X(3).
           02  EDCLR-CUOTAO                PIC 9(7)V99.
           02  FILLER                      PIC X(3).
           02  EDCLR-CREDITO-NUEVOO        PIC 9(12).
           02  FILLER                      PIC X(3).
           02  EDCLR-ACCIONO               PIC X(1).
           02  FILLER                      PIC X(3).
           02  EDCLR-MENSAJEO              PIC X(40).
