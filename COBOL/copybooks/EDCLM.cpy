      * COPYBOOK    : EDCLM                                            *
      * DESCRIPCION : MAPA SIMBOLICO DEL MAPSET EDCLM - CONSULTA,      *
      *             : ALTA Y CAMBIO DE UN CLIENTE DEL MAESTRO EDAMCL   *
      *             : CON SU MANDATO DE DEBITO AUTOMATICO Y SU LIMITE  *
      *             : DE CREDITO (PROGRAMA EDGD1CLM)                   *
      ******************************************************************
       01  EDCLMI.
           02  FILLER                      PIC X(12).
           02  FILLER REDEFINES EDCLM-ESTADOF.
               03  EDCLM-ESTADOA           PIC X.
           02  EDCLM-ESTADOI               PIC X(1).
           02  EDCLM-DEBITOL               PIC S9(4) COMP.
           02  EDCLM-DEBITOF               PIC X.
           02  FILLER REDEFINES EDCLM-DEBITOF.
               03  EDCLM-DEBITOA           PIC X.
           02  EDCLM-DEBITOI               PIC X(1).
           02  EDCLM-BANCOL                PIC S9(4) COMP.
           02  EDCLM-BANCOF                PIC X.
           02  FILLER REDEFINES EDCLM-BANCOF.
               03  EDCLM-BANCOA            PIC X.
           02  EDCLM-BANCOI                PIC X(4).
           02  EDCLM-CUENTAL               PIC S9(4) COMP.
           02  EDCLM-CUENTAF               PIC X.
           02  FILLER REDEFINES EDCLM-CUENTAF.
               03  EDCLM-CUENTAA           PIC X.
           02  EDCLM-CUENTAI               PIC X(20).
           02  EDCLM-DIA-DEBITOL           PIC S9(4) COMP.
           02  EDCLM-DIA-DEBITOF           PIC X.
           02  FILLER REDEFINES EDCLM-DIA-DEBITOF.
               03  EDCLM-DIA-DEBITOA       PIC X.
           02  EDCLM-DIA-DEBITOI           PIC 9(2).
           02  EDCLM-LIMITEL               PIC S9(4) COMP.
           02  EDCLM-LIMITEF               PIC X.
           02  FILLER REDEFINES EDCLM-LIMITEF.
               03  EDCLM-LIMITEA           PIC X.
           02  EDCLM-LIMITEI               PIC 9(9)V99.
           02  EDCLM-VENCE-LIMITEL         PIC S9(4) COMP.
           02  EDCLM-VENCE-LIMITEF         PIC X.
           02  FILLER REDEFINES EDCLM-VENCE-LIMITEF.
               03  EDCLM-VENCE-LIMITEA     PIC X.
           02  EDCLM-VENCE-LIMITEI         PIC 9(8).
           02  EDCLM-ACCIONL               PIC S9(4) COMP.
           02  EDCLM-ACCIONF               PIC X.
           02  FILLER REDEFINES EDCLM-ACCIONF.
           02  FILLER                      PIC X(3).
           02  EDCLM-ESTADOO               PIC X(1).
           02  FILLER                      PIC X(3).
           02  EDCLM-DEBITOO               PIC X(1).
           02  FILLER                      PIC X(3).
           02  EDCLM-BANCOO                PIC X(4).
           02  FILLER                      PIC X(3).
           02  EDCLM-CUENTAO               PIC X(20).
           02  FILLER                      PIC X(3).
           02  EDCLM-DIA-DEBITOO           PIC 9(2).
           02  FILLER                      PIC X(3).
           02  EDCLM-LIMITEO               PIC 9(9)V99.
           02  FILLER                      PIC X(3).
           02  EDCLM-VENCE-LIMITEO         PIC 9(8).
           02  FILLER                      PIC X(3).
           02  EDCLM-ACCIONO               PIC X(1).
           02  FILLER                      PIC X(3).
           02  EDCLM-MENSAJEO              PIC X(40).
