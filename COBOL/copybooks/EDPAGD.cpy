      * DESCRIPCION : LAYOUT DEL ARCHIVO DIARIO DE PAGOS RECIBIDOS     *
      *             : (ARCHIVO EDPAGOS) GENERADO POR EL AREA DE CAJAS  *
      *             : Y COBROS - ENTRADA DEL PROGRAMA EDBD1CLP QUE     *
      *             : APLICA CADA PAGO AL MAESTRO DE CREDITOS EDAMCR.  *
      *             : EDBD1CLQ AGREGA AL ARCHIVO DEL DIA LOS DEBITOS   *
      *             : AUTOMATICOS QUE EL BANCO CONFIRMO                *
      ******************************************************************
       01  REG-EDPAGD.
           02  EDPG-COD-CREDITO               PIC 9(12).
           02  EDPG-FECHA-PAGO                PIC 9(08).
           02  EDPG-MONTO-PAGO                PIC 9(09)V99.
      *------ ORIGEN 'D' Y FECHA DEL CICLO EN LOS PAGOS POR DEBITO --*
      *------ AUTOMATICO; EN BLANCO EN LOS PAGOS DE CAJAS -----------*
           02  EDPG-ORIGEN                    PIC X(01).
               88  EDPG-ORIGEN-DEBITO             VALUE 'D'.
           02  EDPG-CICLO-DEBITO              PIC 9(08).
           02  EDPG-FILLER                    PIC X(01).
