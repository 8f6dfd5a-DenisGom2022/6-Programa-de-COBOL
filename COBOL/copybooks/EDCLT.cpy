      ******************************************************************
      * COPYBOOK    : EDCLT                                            *
      * DESCRIPCION : MAPA SIMBOLICO DEL MAPSET EDCLT - CONSULTA,      *
      *             : ALTA Y CAMBIO DE UNA TASA DEL MAESTRO DE TASAS   *
      *             : DE REFERENCIA EDTASA (PROGRAMA EDGD1CLT)         *
      ******************************************************************
       01  EDCLTI.
           02  FILLER                      PIC X(12).
           02  EDCLT-FECHAL                PIC S9(4) COMP.
           02  EDCLT-FECHAF                PIC X.
           02  FILLER REDEFINES EDCLT-FECHAF.
               03  EDCLT-FECHAA            PIC X.
           02  EDCLT-FECHAI                PIC 9(8).
           02  EDCLT-HORAL                 PIC S9(4) COMP.
           02  EDCLT-HORAF                 PIC X.
           02  FILLER REDEFINES EDCLT-HORAF.
               03  EDCLT-HORAA             PIC X.
           02  EDCLT-HORAI                 PIC X(5).
           02  EDCLT-INDICEL               PIC S9(4) COMP.
           02  EDCLT-INDICEF               PIC X.
           02  FILLER REDEFINES EDCLT-INDICEF.
               03  EDCLT-INDICEA           PIC X.
           02  EDCLT-INDICEI               PIC X(8).
           02  EDCLT-FECHA-VIGENCIAL       PIC S9(4) COMP.
           02  EDCLT-FECHA-VIGENCIAF       PIC X.
           02  FILLER REDEFINES EDCLT-FECHA-VIGENCIAF.
               03  EDCLT-FECHA-VIGENCIAA   PIC X.
           02  EDCLT-FECHA-VIGENCIAI       PIC 9(8).
           02  EDCLT-TASAL                 PIC S9(4) COMP.
           02  EDCLT-TASAF                 PIC X.
           02  FILLER REDEFINES EDCLT-TASAF.
               03  EDCLT-TASAA             PIC X.
           02  EDCLT-TASAI                 PIC 9(2)V9(4).
           02  EDCLT-DESCRIPCIONL          PIC S9(4) COMP.
           02  EDCLT-DESCRIPCIONF          PIC X.
           02  FILLER REDEFINES EDCLT-DESCRIPCIONF.
               03  EDCLT-DESCRIPCIONA      PIC X.
           02  EDCLT-DESCRIPCIONI          PIC X(30).
           02  EDCLT-USUARIOL              PIC S9(4) COMP.
           02  EDCLT-USUARIOF              PIC X.
           02  FILLER REDEFINES EDCLT-USUARIOF.
               03  EDCLT-USUARIOA          PIC X.
           02  EDCLT-USUARIOI              PIC X(8).
           02  EDCLT-FECHA-CAMBIOL         PIC S9(4) COMP.
           02  EDCLT-FECHA-CAMBIOF         PIC X.
           02  FILLER REDEFINES EDCLT-FECHA-CAMBIOF.
               03  EDCLT-FECHA-CAMBIOA     PIC X.
           02  EDCLT-FECHA-CAMBIOI         PIC 9(8).
           02  EDCLT-ACCIONL               PIC S9(4) COMP.
           02  EDCLT-ACCIONF               PIC X.
           02  FILLER REDEFINES EDCLT-ACCIONF.
               03  EDCLT-ACCIONA           PIC X.
           02  EDCLT-ACCIONI               PIC X(1).
           02  EDCLT-MENSAJEL              PIC S9(4) COMP.
           02  EDCLT-MENSAJEF              PIC X.
           02  FILLER REDEFINES EDCLT-MENSAJEF.
               03  EDCLT-MENSAJEA          PIC X.
           02  EDCLT-MENSAJEI              PIC X(40).
       01  EDCLTO REDEFINES EDCLTI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(3).
           02  EDCLT-FECHAO                PIC 9(8).
           02  FILLER                      PIC X(3).
           02  EDCLT-HORAO                 PIC X(5).
           02  FILLER                      PIC X(3).
           02  EDCLT-INDICEO               PIC X(8).
           02  FILLER                      PIC X(3).
           02  EDCLT-FECHA-VIGENCIAO       PIC 9(8).
           02  FILLER                      PIC X(3).
           02  EDCLT-TASAO                 PIC 9(2)V9(4).
           02  FILLER                      PIC X(3).
           02  EDCLT-DESCRIPCIONO          PIC X(30).
           02  FILLER                      PIC X(3).
           02  EDCLT-USUARIOO              PIC X(8).
           02  FILLER                      PIC X(3).
           02  EDCLT-FECHA-CAMBIOO         PIC 9(8).
           02  FILLER                      PIC X(3).
           02  EDCLT-ACCIONO               PIC X(1).
           02  FILLER                      PIC X(3).
           02  EDCLT-MENSAJEO              PIC X(40).
