      ******************************************************************
      * COPYBOOK    : EDBRCH                                           *
      * DESCRIPCION : LAYOUT DEL ARCHIVO DE RECHAZOS QUE DEVUELVE LA   *
      *             : CENTRAL DE RIESGO (ARCHIVO EDBRCH), UN REGISTRO  *
      *             : POR CREDITO RECHAZADO DEL ENVIO MENSUAL. LO LEE  *
      *             : EDBD1CLK PARA ARMAR EL ENVIO DE CORRECCION       *
      ******************************************************************
       01  REG-EDBRCH.
           02  EDBR-COD-CREDITO               PIC 9(12).
           02  EDBR-NIT                       PIC X(12).
           02  EDBR-PERIODO                   PIC 9(06).
           02  EDBR-COD-RECHAZO               PIC X(04).
           02  EDBR-DESCRIPCION               PIC X(40).
           02  EDBR-FILLER                    PIC X(06).
