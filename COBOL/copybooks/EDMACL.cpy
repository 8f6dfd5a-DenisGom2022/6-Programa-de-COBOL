      *             : EDMP-CODIGO-CLIENTE DEL MAESTRO DE CREDITOS).    *
      *             : MANTENIDO EN LINEA POR EDGD1CLM Y CONSULTADO     *
      *             : POR EDGD1CLQ / EDGD1CL3 PARA MOSTRAR EL NOMBRE   *
      *             : Y POR EDBD1CLH PARA EL DEBITO AUTOMATICO         *
      *             : EL LIMITE DE CREDITO LO VERIFICAN EL ALTA Y EL   *
      *             : CAMBIO DE EDGD1CL9, LA CARGA EDBD1CLB Y EL       *
      *             : REPORTE SEMANAL EDBD1CL1                         *
      *             : LONGITUD DEL REGISTRO: 175 BYTES (129 ANTES DEL  *
      *             : MANDATO DE DEBITO Y DEL LIMITE DE CREDITO, QUE   *
      *             : NO CABIAN EN EL FILLER). EL CLUSTER EDAMCL (RUTA *
      *             : EDP3CL) SE REDEFINE CON EL LARGO NUEVO Y SE      *
      *             : RECARGA ANTES DE INSTALAR, RELLENANDO EN BLANCO  *
      *             : LOS CAMPOS NUEVOS (SIN MANDATO Y SIN LIMITE)     *
      ******************************************************************
       01  REG-EDMACL.
           02  EDCM-CODIGO-CLIENTE            PIC 9(08).
               88  EDCM-CLIENTE-INACTIVO          VALUE 'I'.
           02  EDCM-USUARIO-ULT-CAMBIO        PIC X(08).
           02  EDCM-FECHA-ULT-CAMBIO          PIC 9(08).
      *------ MANDATO DE DEBITO AUTOMATICO: CON LA MARCA 'S' EL -----*
      *------ PROCESO DIARIO EDBD1CLH PIDE AL BANCO LA CUOTA DE -----*
      *------ CADA CREDITO ACTIVO DEL CLIENTE EL DIA EDCM-DIA- -------*
      *------ DEBITO (01 A 28) DE CADA MES. BLANCO = SIN MANDATO ----*
      *------ EN REGISTROS ANTERIORES A ESTOS CAMPOS ----------------*
           02  EDCM-DEBITO-AUTOMATICO         PIC X.
               88  EDCM-SI-DEBITO-AUTOMATICO      VALUE 'S'.
           02  EDCM-BANCO-DEBITO              PIC X(04).
           02  EDCM-CUENTA-DEBITO             PIC X(20).
           02  EDCM-DIA-DEBITO                PIC 9(02).
      *------ LIMITE DE CREDITO APROBADO Y SU VENCIMIENTO: LA SUMA --*
      *------ DE LOS SALDOS DE LOS CREDITOS ACTIVOS DEL CLIENTE -----*
      *------ (EXPOSICION) NO PUEDE PASAR DEL LIMITE SIN LA ---------*
      *------ AUTORIZACION DE UN OPERADOR CON EDSE-AUT-EXCESO- ------*
      *------ LIMITE. LIMITE EN CERO O NO NUMERICO (REGISTROS -------*
      *------ ANTERIORES A ESTOS CAMPOS) = SIN LIMITE APROBADO ------*
           02  EDCM-LIMITE-CREDITO            PIC 9(09)V99.
           02  EDCM-FECHA-VENCE-LIMITE        PIC 9(08).
           02  EDCM-FILLER                    PIC X(10).
