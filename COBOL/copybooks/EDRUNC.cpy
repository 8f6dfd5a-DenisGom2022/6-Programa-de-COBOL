      *             : PROCESOS DIARIOS Y AAAAMM00 PARA MENSUALES;      *
      *             : CON EL, EDBD1CLI Y EDBD1CLM RECHAZAN UNA         *
      *             : SEGUNDA CORRIDA DEL MISMO MES, EDBD1CLE Y        *
      *             : EDBD1CLP RECHAZAN UN DIA REPETIDO, EDBD1CLM      *
      *             : EXIGE QUE EDBD1CLI HAYA COMPLETADO EL MES Y      *
      *             : EDBD1CLO (REPRECIO) SE RECHAZA SI EDBD1CLI YA    *
      *             : LO COMPLETO, PORQUE DEBE CORRER ANTES. EDBD1CLQ  *
      *             : (RESPUESTA DEL DEBITO AUTOMATICO) SE REGISTRA    *
      *             : CON LA FECHA DEL CICLO QUE RESPONDE Y SE RECHAZA *
      *             : SI EDBD1CLP YA COMPLETO EL DIA                   *
      ******************************************************************
       01  REG-EDRUNC.
           02  EDRC-LLAVE.
