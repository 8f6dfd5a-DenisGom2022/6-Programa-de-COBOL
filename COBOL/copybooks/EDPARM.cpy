      *             :     LINEA ANTES DE QUE EDBD1CLZ LOS ARCHIVE      *
      *             :   EXTRFULL - DIA DEL MES EN QUE EDBD1CLE EMITE   *
      *             :     LA FOTO COMPLETA PARA GL EN LUGAR DEL DELTA  *
      *             :   PROVCAT0 A PROVCAT5 - PORCENTAJE DE PROVISION  *
      *             :     DE EDBD1CLF POR CATEGORIA DE ENVEJECIMIENTO  *
      *             :     (0 = AL DIA ... 5 = MAS DE 180 DIAS)         *
      *             :   APRODIAS - DIAS QUE UNA SOLICITUD DE EDAPRO    *
      *             :     PUEDE ESPERAR APROBACION ANTES DE VENCER     *
      *             :   RETENFOT - MESES DE RETENCION DE LAS FOTOS DE  *
      *             :     CARTERA EN EDFOTO ANTES DE QUE EDBD1CLZ LAS  *
      *             :     ARCHIVE (NUNCA MENOS DE 24)                  *
      *             :   RETENAPR - MESES QUE EDBD1CLZ CONSERVA EN      *
      *             :     EDAPRO LAS SOLICITUDES YA RESUELTAS          *
      *             :   ROLLPER1 Y ROLLPER2 - PERIODOS (AAAAMM) QUE    *
      *             :     COMPARA EL REPORTE DE MIGRACION DE EDBD1CLW  *
      *             :   BUROTIPO - TIPO DE ENVIO DE EDBD1CLK A LA      *
      *             :     CENTRAL DE RIESGO (1 = CORRECCION CON LOS    *
      *             :     RECHAZOS DE EDBRCH, OTRO VALOR = MENSUAL)    *
      ******************************************************************
       01  REG-EDPARM.
           02  EDPA-LLAVE                     PIC X(08).
