      ******************************************************************
      * COPYBOOK    : EDTASA                                           *
      * DESCRIPCION : LAYOUT DEL MAESTRO DE TASAS DE REFERENCIA        *
      *             : (ARCHIVO EDTASA) - UN REGISTRO POR INDICE Y      *
      *             : FECHA DESDE LA CUAL RIGE LA TASA. LA TASA        *
      *             : VIGENTE DE UN INDICE A UNA FECHA ES LA DEL       *
      *             : REGISTRO CON LA MAYOR FECHA DE VIGENCIA QUE NO   *
      *             : SEA POSTERIOR A ELLA. MANTENIDO EN LINEA POR     *
      *             : EDGD1CLT (TRANSACCION EDPT) Y LEIDO POR EL       *
      *             : PROCESO DE REPRECIO EDBD1CLO                     *
      ******************************************************************
       01  REG-EDTASA.
           02  EDTA-LLAVE.
               03  EDTA-INDICE                PIC X(08).
               03  EDTA-FECHA-VIGENCIA        PIC 9(08).
           02  EDTA-TASA                      PIC 9(02)V9(04).
           02  EDTA-DESCRIPCION               PIC X(30).
           02  EDTA-USUARIO-ULT-CAMBIO        PIC X(08).
           02  EDTA-FECHA-ULT-CAMBIO          PIC 9(08).
           02  EDTA-FILLER                    PIC X(10).
