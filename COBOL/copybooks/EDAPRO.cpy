      ******************************************************************
      * COPYBOOK    : EDAPRO                                           *
      * DESCRIPCION : LAYOUT DEL ARCHIVO DE SOLICITUDES PENDIENTES DE  *
      *             : APROBACION - DOBLE CONTROL (ARCHIVO EDAPRO).     *
      *             : EL PRIMER OPERADOR (EDGD1CL3 CASTIGO/RESTAURAR,  *
      *             : EDGD1CLW PARAMETROS, EDGD1CLU PERFILES) SOLO     *
      *             : DEJA LA SOLICITUD EN ESTADO 'P'; UN SEGUNDO      *
      *             : OPERADOR DISTINTO, CON LA MISMA AUTORIDAD, LA    *
      *             : APRUEBA O RECHAZA EN EDGD1CLN (TRANSACCION       *
      *             : EDPN) Y SOLO LA APROBACION APLICA EL CAMBIO.     *
      *             : LAS PENDIENTES VENCEN A LOS DIAS DEL PARAMETRO   *
      *             : APRODIAS DE EDPARM (EDBD1CLJ LAS MARCA 'V')      *
      ******************************************************************
       01  REG-EDAPRO.
           02  EDAP-LLAVE.
               03  EDAP-FECHA-SOLICITUD    PIC 9(08).
               03  EDAP-HORA-SOLICITUD     PIC 9(06).
               03  EDAP-SECUENCIA          PIC 9(07).
           02  EDAP-TIPO-SOLICITUD         PIC X(01).
               88  EDAP-SOL-RESTAURAR          VALUE 'R'.
               88  EDAP-SOL-CASTIGO            VALUE 'X'.
               88  EDAP-SOL-PARAMETRO          VALUE 'P'.
               88  EDAP-SOL-SEGURIDAD          VALUE 'S'.
           02  EDAP-ESTADO                 PIC X(01).
               88  EDAP-PENDIENTE              VALUE 'P'.
               88  EDAP-APROBADA               VALUE 'A'.
               88  EDAP-RECHAZADA              VALUE 'R'.
               88  EDAP-VENCIDA                VALUE 'V'.
           02  EDAP-OPERADOR-SOLICITA      PIC X(08).
           02  EDAP-TERMINAL-SOLICITA      PIC X(04).
           02  EDAP-PROGRAMA-ORIGEN        PIC X(08).
           02  EDAP-OPERADOR-RESUELVE      PIC X(08).
           02  EDAP-FECHA-RESOLUCION       PIC 9(08).
           02  EDAP-HORA-RESOLUCION        PIC 9(06).
           02  EDAP-COMENTARIO             PIC X(30).
      *------ DATOS DE LA ACCION SOLICITADA SEGUN EL TIPO ------------*
           02  EDAP-DATOS                  PIC X(80).
           02  EDAP-DATOS-CREDITO REDEFINES EDAP-DATOS.
               03  EDAP-COD-CREDITO        PIC 9(12).
               03  FILLER                  PIC X(68).
           02  EDAP-DATOS-PARAMETRO REDEFINES EDAP-DATOS.
               03  EDAP-PAR-ACCION         PIC X(01).
               03  EDAP-PAR-LLAVE          PIC X(08).
               03  EDAP-PAR-VALOR          PIC 9(09)V9(04).
               03  EDAP-PAR-DESCRIPCION    PIC X(30).
               03  FILLER                  PIC X(28).
           02  EDAP-DATOS-SEGURIDAD REDEFINES EDAP-DATOS.
               03  EDAP-SEG-ACCION         PIC X(01).
               03  EDAP-SEG-OPERADOR       PIC X(08).
               03  EDAP-SEG-NOMBRE         PIC X(30).
               03  EDAP-SEG-AUT-CONSULTA   PIC X(01).
               03  EDAP-SEG-AUT-ALTA       PIC X(01).
               03  EDAP-SEG-AUT-CAMBIO     PIC X(01).
               03  EDAP-SEG-AUT-RESTAURAR  PIC X(01).
               03  EDAP-SEG-AUT-PARAMETROS PIC X(01).
               03  EDAP-SEG-AUT-PAGOS      PIC X(01).
               03  EDAP-SEG-AUT-CASTIGO    PIC X(01).
               03  EDAP-SEG-AUT-EXTORNO    PIC X(01).
               03  EDAP-SEG-AUT-SEGURIDAD  PIC X(01).
               03  EDAP-SEG-AUT-LIMITE     PIC X(01).
               03  FILLER                  PIC X(31).
           02  EDAP-FILLER                 PIC X(10).
