      ******************************************************************
      * COPYBOOK    : EDPROV                                           *
      * DESCRIPCION : LAYOUT DEL ARCHIVO DE PROVISIONES DE CARTERA     *
      *             : (ARCHIVO EDPROV), UN REGISTRO POR CREDITO CON    *
      *             : LA PROVISION REQUERIDA DEL ULTIMO CIERRE Y LA    *
      *             : DEL CIERRE ANTERIOR. LO ACTUALIZA EL PROCESO DE  *
      *             : FIN DE MES EDBD1CLF; LA VARIACION ES LA QUE SE   *
      *             : CONTABILIZA EN GL                                *
      ******************************************************************
       01  REG-EDPROV.
           02  EDPV-COD-CREDITO               PIC 9(12).
           02  EDPV-CODIGO-CLIENTE            PIC 9(08).
           02  EDPV-PERIODO                   PIC 9(06).
           02  EDPV-CATEGORIA                 PIC 9(01).
           02  EDPV-CUOTAS-ATRASO             PIC 9(05)V99.
           02  EDPV-PORCENTAJE                PIC 9(03)V9(04).
           02  EDPV-SALDO-BASE                PIC 9(09)V99.
           02  EDPV-PROVISION-ACTUAL          PIC 9(09)V99.
           02  EDPV-PROVISION-ANTERIOR        PIC 9(09)V99.
           02  EDPV-VARIACION                 PIC S9(09)V99.
           02  EDPV-FECHA-PROCESO             PIC 9(08).
      *------ 'S' = CREDITO NACIDO DE UNA REESTRUCTURACION ----------*
           02  EDPV-REESTRUCTURADO            PIC X(01).
               88  EDPV-SI-REESTRUCTURADO         VALUE 'S'.
           02  EDPV-FILLER                    PIC X(09).
