      *             : ACCESADO EN LINEA POR LA RUTA EDP3CR (ALTERNO    *
      *             : POR EDMP-CODIGO-CLIENTE) Y EN BATCH POR LOS      *
      *             : PROGRAMAS EDBD1CL*                               *
      *             : LONGITUD DEL REGISTRO: 248 BYTES (106 ANTES DEL  *
      *             : ESTADO, EL DESGLOSE DEL SALDO, LA TASA VARIABLE  *
      *             : Y LA REESTRUCTURACION). EL CLUSTER EDAMCR (RUTA  *
      *             : EDP3CR Y SU ALTERNO) SE REDEFINE CON EL LARGO    *
      *             : NUEVO Y SE RECARGA ANTES DE INSTALAR,            *
      *             : RELLENANDO EN BLANCO LOS CAMPOS NUEVOS (BLANCO   *
      *             : = ACTIVO, SIN DESGLOSE, TASA FIJA, SIN           *
      *             : REESTRUCTURA)                                    *
      ******************************************************************
       01  REG-EDMACR.
           02  EDMP-LLAVE                     PIC 9(12).
           02  EDMP-FECHA-ULT-CAMBIO          PIC 9(08).
      *------ ESTADO DEL CREDITO (BLANCO = ACTIVO EN REGISTROS -------*
      *------ ANTERIORES A ESTE CAMPO). 'C' LO PONE EL PROCESO -------*
      *------ MENSUAL EDBD1CLC CUANDO EL SALDO LLEGA A CERO; 'R' -----*
      *------ LO PONE LA REESTRUCTURACION EDGD1CLR AL TRASLADAR EL ---*
      *------ SALDO A UN CREDITO NUEVO (CERRADO, NO CANCELADO) -------*
           02  EDMP-ESTADO-CREDITO            PIC X.
               88  EDMP-CREDITO-ACTIVO            VALUE 'A', ' '.
               88  EDMP-CREDITO-CANCELADO         VALUE 'C'.
               88  EDMP-CREDITO-CASTIGADO         VALUE 'X'.
               88  EDMP-CREDITO-REESTRUCTURADO    VALUE 'R'.
           02  EDMP-FECHA-CANCELACION         PIC 9(08).
      *------ SALDO DESGLOSADO POR COMPONENTE: EDMP-SALDO-TOTAL ES --*
      *------ SIEMPRE CAPITAL + INTERES + MORA. EDBD1CLI CARGA EL ---*
      *------ INTERES (SOLO SOBRE CAPITAL), EDBD1CLM LA MORA, Y -----*
      *------ LOS PAGOS SE APLICAN A MORA, LUEGO INTERES Y AL FINAL -*
      *------ CAPITAL. EN REGISTROS ANTERIORES A ESTOS CAMPOS EL ----*
      *------ INDICADOR VIENE EN BLANCO Y TODO EL SALDO SE TOMA -----*
      *------ COMO CAPITAL LA PRIMERA VEZ QUE SE MODIFICA -----------*
           02  EDMP-SALDO-DESGLOSADO          PIC X.
               88  EDMP-SI-SALDO-DESGLOSADO       VALUE 'S'.
           02  EDMP-SALDO-CAPITAL             PIC 9(09)V99.
           02  EDMP-SALDO-INTERES             PIC 9(09)V99.
           02  EDMP-SALDO-MORA                PIC 9(09)V99.
      *------ TASA VARIABLE: CON TIPO 'V' EL PROCESO MENSUAL --------*
      *------ EDBD1CLO FIJA LA TASA EN LA DEL INDICE DE EDTASA ------*
      *------ VIGENTE MAS EL MARGEN, ACOTADA ENTRE PISO Y TECHO -----*
      *------ (TECHO EN CERO = SIN TECHO), Y RECALCULA LA CUOTA. ----*
      *------ BLANCO = TASA FIJA EN REGISTROS ANTERIORES ------------*
           02  EDMP-TIPO-TASA                 PIC X.
               88  EDMP-TASA-FIJA                 VALUE 'F', ' '.
               88  EDMP-TASA-VARIABLE             VALUE 'V'.
           02  EDMP-INDICE-TASA               PIC X(08).
           02  EDMP-MARGEN-TASA               PIC 9(02)V9(04).
           02  EDMP-TASA-PISO                 PIC 9(02)V9(04).
           02  EDMP-TASA-TECHO                PIC 9(02)V9(04).
      *------ REESTRUCTURACION (EDGD1CLR): EL CREDITO NUEVO LLEVA ---*
      *------ LA MARCA 'S', LA FECHA Y LOS CREDITOS QUE REEMPLAZO; --*
      *------ CADA CREDITO REEMPLAZADO (ESTADO 'R') LLEVA EN --------*
      *------ EDMP-CREDITO-SUCESOR EL CREDITO NUEVO. BLANCO = NO ----*
      *------ REESTRUCTURADO EN REGISTROS ANTERIORES A ESTOS CAMPOS -*
           02  EDMP-MARCA-REESTRUCTURA        PIC X.
               88  EDMP-SI-REESTRUCTURA           VALUE 'S'.
           02  EDMP-FECHA-REESTRUCTURA        PIC 9(08).
           02  EDMP-CREDITO-SUCESOR           PIC 9(12).
           02  EDMP-CREDITOS-ANTERIORES.
               03  EDMP-CREDITO-ANTERIOR      PIC 9(12) OCCURS 5.
           02  EDMP-FILLER                    PIC X(01).
