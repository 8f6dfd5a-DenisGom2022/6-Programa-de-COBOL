      *             : AMORTIZACION LINEAL DEL REPORTE DE               *
      *             : ENVEJECIMIENTO (EDBD1CLA) Y COBRA INTERES DE     *
      *             : MORA SOLO SOBRE LA PORCION VENCIDA (DEFICIT) A   *
      *             : LA TASA MORATORIA, SUMANDOLO AL SALDO-TOTAL Y    *
      *             : AL COMPONENTE DE MORA DEL SALDO. LA MORA YA      *
      *             : ACUMULADA NO FORMA PARTE DE LA PORCION VENCIDA   *
      *             : (NO SE COBRA MORA SOBRE MORA).                   *
      *             : SE CORRE DESPUES DE EDBD1CLI EN EL STREAM DE     *
      *             : FIN DE MES. PRODUCE UN REPORTE DE MORA COBRADA   *
      *             : POR CATEGORIA DE ENVEJECIMIENTO. LLEVA EL        *
           02  WK-DEFICIT              PIC S9(9)V99 VALUE ZERO.
           02  WK-CUOTAS-ATRASO        PIC S9(5)V99 VALUE ZERO.
           02  WK-MORA-MENSUAL         PIC S9(9)V99 VALUE ZERO.
           02  WK-BASE-MORA            PIC S9(9)V99 VALUE ZERO.
           02  WK-SALDO-ANTERIOR       PIC S9(9)V99 VALUE ZERO.
           02  WK-SALDO-NUEVO          PIC S9(9)V99 VALUE ZERO.
           02  WK-CATEGORIA            PIC X(15)    VALUE SPACE.
               WHEN EDMP-MARCA-ELIMINADO = 'D'
               WHEN EDMP-CREDITO-CANCELADO
               WHEN EDMP-CREDITO-CASTIGADO
               WHEN EDMP-CREDITO-REESTRUCTURADO
                   ADD 1 TO WK-TOT-EXCLUIDOS
               WHEN OTHER
                   PERFORM 300-CLASIFICAR-REGISTRO
           END-EVALUATE.

      *--------- COBRAR LA MORA MENSUAL (TASA MORATORIA / 12) SOLO ---*
      *--------- SOBRE LA PORCION VENCIDA SIN LA MORA ACUMULADA, ------*
      *--------- SUMARLA AL COMPONENTE DE MORA Y REESCRIBIR EL -------*
      *--------- CREDITO ---------------------------------------------*
       350-APLICAR-MORA.
           PERFORM 355-DESGLOSAR-SALDO.
           COMPUTE WK-BASE-MORA = WK-DEFICIT - EDMP-SALDO-MORA.
           IF WK-BASE-MORA < 0
               MOVE 0 TO WK-BASE-MORA
           END-IF.
           COMPUTE WK-MORA-MENSUAL ROUNDED =
               WK-BASE-MORA * WK-TASA-MORA-ANUAL / 1200
           ON SIZE ERROR
               MOVE 0 TO WK-MORA-MENSUAL
           END-COMPUTE.
           MOVE EDMP-SALDO-TOTAL TO WK-SALDO-ANTERIOR.
           COMPUTE WK-SALDO-NUEVO =
               EDMP-SALDO-TOTAL + WK-MORA-MENSUAL.
           ADD WK-MORA-MENSUAL TO EDMP-SALDO-MORA.
           MOVE WK-SALDO-NUEVO TO EDMP-SALDO-TOTAL.
           MOVE WK-NOMBRE-PROGRAMA TO EDMP-USUARIO-ULT-CAMBIO.
           MOVE WK-FECHA-PROCESO   TO EDMP-FECHA-ULT-CAMBIO.
           ADD 1 TO WK-BKT-CANT(WK-BKT).
           ADD WK-MORA-MENSUAL TO WK-BKT-MORA(WK-BKT).

      *---- CREDITO ANTERIOR AL DESGLOSE DEL SALDO: TODO EL SALDO ----*
      *---- PENDIENTE SE TOMA COMO CAPITAL ---------------------------*
       355-DESGLOSAR-SALDO.
           IF NOT EDMP-SI-SALDO-DESGLOSADO
               MOVE EDMP-SALDO-TOTAL TO EDMP-SALDO-CAPITAL
               MOVE ZERO TO EDMP-SALDO-INTERES
               MOVE ZERO TO EDMP-SALDO-MORA
               MOVE 'S' TO EDMP-SALDO-DESGLOSADO
           END-IF.

      *---- GUARDAR LA LLAVE ACTUAL EN EL ARCHIVO DE CHECKPOINT ------*
       360-GRABAR-CHECKPOINT.
           MOVE '2' TO CKPT-ID.
           MOVE WK-SALDO-ANTERIOR   TO EDMV-SALDO-ANTERIOR.
           MOVE WK-SALDO-NUEVO      TO EDMV-SALDO-NUEVO.
           MOVE WK-MORA-MENSUAL     TO EDMV-MONTO-MOVIMIENTO.
           MOVE 'S'                 TO EDMV-DESGLOSE.
           MOVE ZERO                TO EDMV-MONTO-CAPITAL.
           MOVE ZERO                TO EDMV-MONTO-INTERES.
           MOVE WK-MORA-MENSUAL     TO EDMV-MONTO-MORA.
           MOVE SPACE               TO EDMV-FILLER.
           WRITE REG-EDMOVC
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR MOVIMIENTO '
