           02  EDCA-PLAZO-MESES               PIC 9(03).
           02  EDCA-TASA-INTERES-ANUAL        PIC 9(02)V9(04).
           02  EDCA-FILLER                    PIC X(10).
      *------ TERMINOS DE TASA VARIABLE, AGREGADOS AL FINAL PARA ----*
      *------ QUE LOS ARCHIVOS DE CARGA SIN ELLOS SIGAN SIENDO ------*
      *------ VALIDOS (TIPO EN BLANCO = TASA FIJA) ------------------*
           02  EDCA-TIPO-TASA                 PIC X(01).
           02  EDCA-INDICE-TASA               PIC X(08).
           02  EDCA-MARGEN-TASA               PIC 9(02)V9(04).
           02  EDCA-TASA-PISO                 PIC 9(02)V9(04).
           02  EDCA-TASA-TECHO                PIC 9(02)V9(04).
      *------ OPERADOR CON AUTORIDAD DE EXCESO DE LIMITE EN EDSEGU --*
      *------ QUE AUTORIZA CARGAR EL CREDITO AUNQUE DEJE AL CLIENTE -*
      *------ SOBRE SU LIMITE (BLANCO = SIN AUTORIZACION) -----------*
           02  EDCA-OPERADOR-EXCESO           PIC X(08).
