      *             : GRABADO EN LINEA POR EDGD1CLG CON CADA CONTACTO  *
      *             : AL CLIENTE; EL SEGUIMIENTO DE LAS PROMESAS DE    *
      *             : PAGO LO MARCA EL PROCESO DIARIO EDBD1CLG         *
      *             : CRUZANDO CONTRA LOS PAGOS 'P' DE EDMOVS. LA      *
      *             : ACCION 'DR' LA GRABA EDBD1CLQ POR CADA DEBITO    *
      *             : AUTOMATICO QUE EL BANCO RECHAZO                  *
      ******************************************************************
       01  REG-EDGESC.
           02  EDGE-LLAVE.
               88  EDGE-ACC-VISITA             VALUE 'VI'.
               88  EDGE-ACC-CARTA              VALUE 'CA'.
               88  EDGE-ACC-OTRO               VALUE 'OT'.
               88  EDGE-ACC-DEBITO-RECHAZADO   VALUE 'DR'.
           02  EDGE-COMENTARIO             PIC X(30).
           02  EDGE-MONTO-PROMESA          PIC 9(09)V99.
           02  EDGE-FECHA-PROMESA          PIC 9(08).
