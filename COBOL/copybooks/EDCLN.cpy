      ******************************************************************
      * COPYBOOK    : EDCLN                                            *
      * DESCRIPCION : MAPA SIMBOLICO DEL MAPSET EDCLN - APROBACION O   *
      *             : RECHAZO DE LAS SOLICITUDES PENDIENTES DEL        *
      *             : ARCHIVO EDAPRO (PROGRAMA EDGD1CLN)               *
      ******************************************************************
       01  EDCLNI.
           02  FILLER                      PIC X(12).
           02  EDCLN-FECHAL                PIC S9(4) COMP.
           02  EDCLN-FECHAF                PIC X.
           02  FILLER REDEFINES EDCLN-FECHAF.
               03  EDCLN-FECHAA            PIC X.
           02  EDCLN-FECHAI                PIC 9(8).
           02  EDCLN-HORAL                 PIC S9(4) COMP.
           02  EDCLN-HORAF                 PIC X.
           02  FILLER REDEFINES EDCLN-HORAF.
               03  EDCLN-HORAA             PIC X.
           02  EDCLN-HORAI                 PIC X(5).
           02  EDCLN-SOL-FECHAL            PIC S9(4) COMP.
           02  EDCLN-SOL-FECHAF            PIC X.
           02  FILLER REDEFINES EDCLN-SOL-FECHAF.
               03  EDCLN-SOL-FECHAA        PIC X.
           02  EDCLN-SOL-FECHAI            PIC 9(8).
           02  EDCLN-SOL-HORAL             PIC S9(4) COMP.
           02  EDCLN-SOL-HORAF             PIC X.
           02  FILLER REDEFINES EDCLN-SOL-HORAF.
               03  EDCLN-SOL-HORAA         PIC X.
           02  EDCLN-SOL-HORAI             PIC 9(6).
           02  EDCLN-SOL-SECUENCIAL        PIC S9(4) COMP.
           02  EDCLN-SOL-SECUENCIAF        PIC X.
           02  FILLER REDEFINES EDCLN-SOL-SECUENCIAF.
               03  EDCLN-SOL-SECUENCIAA    PIC X.
           02  EDCLN-SOL-SECUENCIAI        PIC 9(7).
           02  EDCLN-TIPOL                 PIC S9(4) COMP.
           02  EDCLN-TIPOF                 PIC X.
           02  FILLER REDEFINES EDCLN-TIPOF.
               03  EDCLN-TIPOA             PIC X.
           02  EDCLN-TIPOI                 PIC X(1).
           02  EDCLN-TIPO-DESCL            PIC S9(4) COMP.
           02  EDCLN-TIPO-DESCF            PIC X.
           02  FILLER REDEFINES EDCLN-TIPO-DESCF.
               03  EDCLN-TIPO-DESCA        PIC X.
           02  EDCLN-TIPO-DESCI            PIC X(20).
           02  EDCLN-ESTADOL               PIC S9(4) COMP.
           02  EDCLN-ESTADOF               PIC X.
           02  FILLER REDEFINES EDCLN-ESTADOF.
               03  EDCLN-ESTADOA           PIC X.
           02  EDCLN-ESTADOI               PIC X(10).
           02  EDCLN-SOLICITANTEL          PIC S9(4) COMP.
           02  EDCLN-SOLICITANTEF          PIC X.
           02  FILLER REDEFINES EDCLN-SOLICITANTEF.
               03  EDCLN-SOLICITANTEA      PIC X.
           02  EDCLN-SOLICITANTEI          PIC X(8).
           02  EDCLN-TERMINALL             PIC S9(4) COMP.
           02  EDCLN-TERMINALF             PIC X.
           02  FILLER REDEFINES EDCLN-TERMINALF.
               03  EDCLN-TERMINALA         PIC X.
           02  EDCLN-TERMINALI             PIC X(4).
           02  EDCLN-PROGRAMAL             PIC S9(4) COMP.
           02  EDCLN-PROGRAMAF             PIC X.
           02  FILLER REDEFINES EDCLN-PROGRAMAF.
               03  EDCLN-PROGRAMAA         PIC X.
           02  EDCLN-PROGRAMAI             PIC X(8).
           02  EDCLN-DETALLE1L             PIC S9(4) COMP.
           02  EDCLN-DETALLE1F             PIC X.
           02  FILLER REDEFINES EDCLN-DETALLE1F.
               03  EDCLN-DETALLE1A         PIC X.
           02  EDCLN-DETALLE1I             PIC X(60).
           02  EDCLN-DETALLE2L             PIC S9(4) COMP.
           02  EDCLN-DETALLE2F             PIC X.
           02  FILLER REDEFINES EDCLN-DETALLE2F.
               03  EDCLN-DETALLE2A         PIC X.
           02  EDCLN-DETALLE2I             PIC X(60).
           02  EDCLN-ACCIONL               PIC S9(4) COMP.
           02  EDCLN-ACCIONF               PIC X.
           02  FILLER REDEFINES EDCLN-ACCIONF.
               03  EDCLN-ACCIONA           PIC X.
           02  EDCLN-ACCIONI               PIC X(1).
           02  EDCLN-COMENTARIOL           PIC S9(4) COMP.
           02  EDCLN-COMENTARIOF           PIC X.
           02  FILLER REDEFINES EDCLN-COMENTARIOF.
               03  EDCLN-COMENTARIOA       PIC X.
           02  EDCLN-COMENTARIOI           PIC X(30).
           02  EDCLN-MENSAJEL              PIC S9(4) COMP.
           02  EDCLN-MENSAJEF              PIC X.
           02  FILLER REDEFINES EDCLN-MENSAJEF.
               03  EDCLN-MENSAJEA          PIC X.
           02  EDCLN-MENSAJEI              PIC X(40).
       01  EDCLNO REDEFINES EDCLNI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(3).
           02  EDCLN-FECHAO                PIC 9(8).
           02  FILLER                      PIC X(3).
           02  EDCLN-HORAO                 PIC X(5).
           02  FILLER                      PIC X(3).
           02  EDCLN-SOL-FECHAO            PIC 9(8).
           02  FILLER                      PIC X(3).
           02  EDCLN-SOL-HORAO             PIC 9(6).
           02  FILLER                      PIC X(3).
           02  EDCLN-SOL-SECUENCIAO        PIC 9(7).
           02  FILLER                      PIC X(3).
           02  EDCLN-TIPOO                 PIC X(1).
           02  FILLER                      PIC X(3).
           02  EDCLN-TIPO-DESCO            PIC X(20).
           02  FILLER                      PIC X(3).
           02  EDCLN-ESTADOO               PIC X(10).
           02  FILLER                      PIC X(3).
           02  EDCLN-SOLICITANTEO          PIC X(8).
           02  FILLER                      PIC X(3).
           02  EDCLN-TERMINALO             PIC X(4).
           02  FILLER                      PIC X(3).
           02  EDCLN-PROGRAMAO             PIC X(8).
           02  FILLER                      PIC X(3).
           02  EDCLN-DETALLE1O             PIC X(60).
           02  FILLER                      PIC X(3).
           02  EDCLN-DETALLE2O             PIC X(60).
           02  FILLER                      PIC X(3).
           02  EDCLN-ACCIONO               PIC X(1).
           02  FILLER                      PIC X(3).
           02  EDCLN-COMENTARIOO           PIC X(30).
           02  FILLER                      PIC X(3).
           02  EDCLN-MENSAJEO              PIC X(40).
