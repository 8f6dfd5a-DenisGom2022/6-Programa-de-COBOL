      ******************************************************************
      * COPYBOOK    : EDFOTO                                           *
      * DESCRIPCION : LAYOUT DEL HISTORICO DE FOTOS DE CARTERA DE FIN  *
      *             : DE MES (ARCHIVO EDFOTO). EL PROCESO MENSUAL      *
      *             : EDBD1CLU GRABA UN REGISTRO POR CREDITO Y PERIODO *
      *             : CON SU SALDO, CATEGORIA DE ENVEJECIMIENTO Y      *
      *             : ESTADO; EDBD1CLW LO LEE PARA LOS REPORTES DE     *
      *             : MIGRACION (ROLL-RATE) Y DE COSECHAS, Y EDBD1CLZ  *
      *             : DEPURA LOS PERIODOS MAS VIEJOS QUE LA RETENCION  *
      *             : RETENFOT DE EDPARM (NUNCA MENOS DE 24 MESES)     *
      ******************************************************************
       01  REG-EDFOTO.
           02  EDFO-LLAVE.
               03  EDFO-PERIODO               PIC 9(06).
               03  EDFO-COD-CREDITO           PIC 9(12).
           02  EDFO-CODIGO-CLIENTE            PIC 9(08).
           02  EDFO-SALDO-TOTAL               PIC 9(09)V99.
           02  EDFO-MONTO-TOTAL               PIC 9(09)V99.
           02  EDFO-CUOTAS-ATRASO             PIC 9(05)V99.
      *------ CATEGORIA DE ENVEJECIMIENTO (0 = AL DIA ... 5 = MAS ---*
      *------ DE 180 DIAS), SOLO SIGNIFICATIVA EN CREDITOS ACTIVOS; -*
      *------ LOS CERRADOS LLEVAN CERO Y SE DISTINGUEN POR ESTADO ---*
           02  EDFO-CATEGORIA                 PIC 9(01).
           02  EDFO-ESTADO-CREDITO            PIC X.
               88  EDFO-CREDITO-ACTIVO            VALUE 'A', ' '.
               88  EDFO-CREDITO-CANCELADO         VALUE 'C'.
               88  EDFO-CREDITO-CASTIGADO         VALUE 'X'.
               88  EDFO-CREDITO-REESTRUCTURADO    VALUE 'R'.
           02  EDFO-FECHA-INICIO-PRESTAMO     PIC 9(08).
           02  EDFO-FECHA-CANCELACION         PIC 9(08).
           02  EDFO-FECHA-FOTO                PIC 9(08).
           02  EDFO-FILLER                    PIC X(19).
