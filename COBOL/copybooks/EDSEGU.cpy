               88  EDSE-PUEDE-SEGURIDAD           VALUE 'S'.
           02  EDSE-USUARIO-ULT-CAMBIO        PIC X(08).
           02  EDSE-FECHA-ULT-CAMBIO          PIC 9(08).
      *------ AUTORIZA UN CREDITO QUE DEJA AL CLIENTE SOBRE SU ------*
      *------ LIMITE (O CON EL LIMITE VENCIDO) EN EDGD1CL9 Y ES -----*
      *------ EL OPERADOR QUE PUEDE FIRMAR EL EXCESO EN EDBD1CLB. ---*
      *------ TOMADO DEL FILLER: EL REGISTRO SIGUE EN 73 BYTES Y ----*
      *------ LOS PERFILES EXISTENTES LO TRAEN EN BLANCO ------------*
           02  EDSE-AUT-EXCESO-LIMITE         PIC X.
               88  EDSE-PUEDE-EXCEDER-LIMITE      VALUE 'S'.
           02  EDSE-FILLER                    PIC X(09).
