      ******************************************************************
      * COPYBOOK    : EDDOMC                                           *
      * DESCRIPCION : LAYOUT DEL CONTROL DE CICLOS DE DEBITO           *
      *             : AUTOMATICO (ARCHIVO EDDOMC) - UN REGISTRO POR    *
      *             : CICLO, LLAVE LA FECHA DEL CICLO. EDBD1CLH LO     *
      *             : GRABA AL GENERAR EL ARCHIVO PARA EL BANCO        *
      *             : (ESTADO 'E' CON LA CANTIDAD Y EL MONTO PEDIDOS)  *
      *             : Y RECHAZA UN SEGUNDO ENVIO DEL MISMO DIA;        *
      *             : EDBD1CLQ SOLO ACEPTA UNA RESPUESTA DE UN CICLO   *
      *             : 'E' CUYOS TOTALES CUADREN CON LO ENVIADO Y LO    *
      *             : DEJA RESPONDIDO ('R') CON LO APLICADO Y LO       *
      *             : RECHAZADO                                        *
      ******************************************************************
       01  REG-EDDOMC.
           02  EDDC-FECHA-CICLO            PIC 9(08).
           02  EDDC-ESTADO                 PIC X.
               88  EDDC-CICLO-ENVIADO          VALUE 'E'.
               88  EDDC-CICLO-RESPONDIDO       VALUE 'R'.
           02  EDDC-FECHA-ENVIO            PIC 9(08).
           02  EDDC-HORA-ENVIO             PIC 9(06).
           02  EDDC-CANT-ENVIADOS          PIC 9(07).
           02  EDDC-MONTO-ENVIADO          PIC 9(11)V99.
           02  EDDC-FECHA-RESPUESTA        PIC 9(08).
           02  EDDC-HORA-RESPUESTA         PIC 9(06).
           02  EDDC-CANT-APROBADOS         PIC 9(07).
           02  EDDC-MONTO-APROBADO         PIC 9(11)V99.
           02  EDDC-CANT-RECHAZADOS        PIC 9(07).
           02  EDDC-MONTO-RECHAZADO        PIC 9(11)V99.
           02  EDDC-FILLER                 PIC X(10).
