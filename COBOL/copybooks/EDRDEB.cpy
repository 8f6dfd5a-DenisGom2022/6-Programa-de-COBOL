      ******************************************************************
      * COPYBOOK    : EDRDEB                                           *
      * DESCRIPCION : LAYOUT DEL ARCHIVO DE RESPUESTA DEL BANCO AL     *
      *             : DEBITO AUTOMATICO (ARCHIVO EDRDEB). ENCABEZADO   *
      *             : 'H' CON LA FECHA DEL CICLO QUE RESPONDE, UN      *
      *             : DETALLE 'D' POR CADA DEBITO PEDIDO CON SU        *
      *             : RESULTADO ('00' = DEBITADO, OTRO CODIGO =        *
      *             : RECHAZADO CON SU DESCRIPCION) Y TRAILER 'T' CON  *
      *             : LA CANTIDAD Y EL MONTO DE LOS DETALLES. LO LEE   *
      *             : EDBD1CLQ                                         *
      ******************************************************************
       01  REG-EDRDEB.
           02  EDRD-TIPO-REGISTRO             PIC X(01).
               88  EDRD-ES-HEADER                 VALUE 'H'.
               88  EDRD-ES-DETALLE                VALUE 'D'.
               88  EDRD-ES-TRAILER                VALUE 'T'.
           02  EDRD-DETALLE.
               03  EDRD-COD-CREDITO           PIC 9(12).
               03  EDRD-COD-CLIENTE           PIC 9(08).
               03  EDRD-MONTO                 PIC 9(09)V99.
               03  EDRD-FECHA-DEBITO          PIC 9(08).
               03  EDRD-RESULTADO             PIC X(02).
                   88  EDRD-DEBITO-APLICADO       VALUE '00'.
               03  EDRD-DESCRIPCION           PIC X(30).
               03  FILLER                     PIC X(29).
           02  EDRD-HEADER REDEFINES EDRD-DETALLE.
               03  EDRD-FECHA-CICLO           PIC 9(08).
               03  EDRD-ENTIDAD               PIC X(10).
               03  FILLER                     PIC X(82).
           02  EDRD-TRAILER REDEFINES EDRD-DETALLE.
               03  EDRD-TOT-REGISTROS         PIC 9(09).
               03  EDRD-TOT-MONTO             PIC 9(13)V99.
               03  FILLER                     PIC X(76).
