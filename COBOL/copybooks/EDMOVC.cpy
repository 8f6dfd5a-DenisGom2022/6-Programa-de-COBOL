      *             : EN LINEA LA SECUENCIA SE TOMA DE EIBTASKN (VER   *
      *             : 350-REGISTRAR-AUDITORIA DE EDGD1CLQ); EN BATCH   *
      *             : ES UN CONTADOR CORRELATIVO DE LA CORRIDA         *
      *             : LONGITUD DEL REGISTRO: 127 BYTES (93 ANTES DEL   *
      *             : DESGLOSE POR COMPONENTE). EL CLUSTER EDMOVS SE   *
      *             : REDEFINE CON EL LARGO NUEVO Y SE RECARGA ANTES   *
      *             : DE INSTALAR, RELLENANDO EN BLANCO LOS CAMPOS     *
      *             : NUEVOS (BLANCO = MOVIMIENTO SIN DESGLOSE)        *
      ******************************************************************
       01  REG-EDMOVC.
           02  EDMV-LLAVE.
               88  EDMV-MOV-CASTIGO            VALUE 'X'.
               88  EDMV-MOV-EXTORNO            VALUE 'E'.
               88  EDMV-MOV-ALTA-CARGA         VALUE 'A'.
               88  EDMV-MOV-REESTR-SALIDA      VALUE 'T'.
               88  EDMV-MOV-REESTR-ALTA        VALUE 'N'.
           02  EDMV-SALDO-ANTERIOR         PIC 9(09)V99.
           02  EDMV-SALDO-NUEVO            PIC 9(09)V99.
           02  EDMV-MONTO-MOVIMIENTO       PIC S9(09)V99.
      *------ DESGLOSE DEL MOVIMIENTO POR COMPONENTE DEL SALDO, -----*
      *------ CON EL MISMO SIGNO DE EDMV-MONTO-MOVIMIENTO (CAPITAL --*
      *------ + INTERES + MORA = MONTO-MOVIMIENTO). EL CASTIGO ('X') *
      *------ NO MUEVE EL SALDO Y LLEVA AQUI LO CASTIGADO DE CADA ---*
      *------ COMPONENTE. EN MOVIMIENTOS ANTERIORES A ESTOS CAMPOS --*
      *------ EL INDICADOR VIENE EN BLANCO (SIN DESGLOSE) -----------*
           02  EDMV-DESGLOSE               PIC X(01).
               88  EDMV-SI-DESGLOSE            VALUE 'S'.
           02  EDMV-MONTO-CAPITAL          PIC S9(09)V99.
           02  EDMV-MONTO-INTERES          PIC S9(09)V99.
           02  EDMV-MONTO-MORA             PIC S9(09)V99.
      *------ EN LA REESTRUCTURACION EL CREDITO REEMPLAZADO GRABA ---*
      *------ 'T' (SALDO A CERO, MONTO Y COMPONENTES NEGATIVOS) Y EL -*
      *------ CREDITO NUEVO 'N' (SALDO ANTERIOR CERO, TODO CAPITAL) --*
      *------ EN UN PAGO ('P') YA EXTORNADO POR EDGD1CLH EL FILLER ---*
      *------ LLEVA LA MARCA 'EXTORNADO ' PARA QUE EL MISMO PAGO -----*
      *------ NO PUEDA EXTORNARSE DOS VECES --------------------------*
