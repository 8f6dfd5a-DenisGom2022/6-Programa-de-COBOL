      *             : APLICA CADA PAGO AL CREDITO CORRESPONDIENTE EN   *
      *             : EDAMCR: REBAJA EL SALDO-TOTAL, AVANZA EL         *
      *             : NUMERO-CUOTAS-PAGADAS Y LA FECHA-ULTIMO-PAGO.    *
      *             : EL PAGO SE DISTRIBUYE PRIMERO A LA MORA, LUEGO   *
      *             : AL INTERES Y EL RESTO AL CAPITAL, Y EL DESGLOSE  *
      *             : QUEDA EN EL MOVIMIENTO DE EDMOVS.                *
      *             : LOS PAGOS CONTRA CREDITOS ELIMINADOS, CREDITOS   *
      *             : INEXISTENTES, MONTOS INVALIDOS O PAGOS QUE       *
      *             : EXCEDEN EL SALDO SE ENVIAN AL REPORTE DE         *
           02  WK-NUM-PAGINA-RECH      PIC 9(04) VALUE ZERO.
           02  WK-SALDO-NUEVO          PIC S9(9)V99 VALUE ZERO.
           02  WK-SALDO-ANTERIOR       PIC S9(9)V99 VALUE ZERO.
           02  WK-PAGO-RESTANTE        PIC S9(9)V99 VALUE ZERO.
           02  WK-ABONO-MORA           PIC S9(9)V99 VALUE ZERO.
           02  WK-ABONO-INTERES        PIC S9(9)V99 VALUE ZERO.
           02  WK-ABONO-CAPITAL        PIC S9(9)V99 VALUE ZERO.
           02  WK-MOV-SECUENCIA        PIC 9(07) VALUE ZERO.
           02  WK-PROCESADOS-ACUM      PIC 9(12) VALUE ZERO.
           02  WK-REGISTROS-SALTADOS   PIC 9(12) VALUE ZERO.
               03  WK-TOT-RECHAZADOS       PIC 9(07) VALUE ZERO.
               03  WK-TOT-MONTO-APLICADO   PIC S9(11)V99 VALUE ZERO.
               03  WK-TOT-MONTO-RECHAZADO  PIC S9(11)V99 VALUE ZERO.
               03  WK-TOT-ABONO-MORA       PIC S9(11)V99 VALUE ZERO.
               03  WK-TOT-ABONO-INTERES    PIC S9(11)V99 VALUE ZERO.
               03  WK-TOT-ABONO-CAPITAL    PIC S9(11)V99 VALUE ZERO.

       01  WK-ENC-1.
           02  FILLER            PIC X(35) VALUE SPACE.
           02  FILLER            PIC X(16) VALUE 'MONTO PAGO'.
           02  FILLER            PIC X(16) VALUE 'SALDO ANTERIOR'.
           02  FILLER            PIC X(16) VALUE 'SALDO NUEVO'.
           02  FILLER            PIC X(14) VALUE 'A MORA'.
           02  FILLER            PIC X(14) VALUE 'A INTERES'.
           02  FILLER            PIC X(14) VALUE 'A CAPITAL'.

       01  WK-ENC-R1.
           02  FILLER            PIC X(35) VALUE SPACE.
           02  WK-DET-SALDO-ANT  PIC Z(8)9.99.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-SALDO-NVO  PIC Z(8)9.99.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-ABONO-MORA PIC Z(8)9.99.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-ABONO-INT  PIC Z(8)9.99.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-ABONO-CAP  PIC Z(8)9.99.

       01  WK-RCH-LINEA.
           02  WK-RCH-CREDITO    PIC Z(11)9.
                       WHEN EDMP-CREDITO-CANCELADO
                           MOVE 'CREDITO CANCELADO'
                               TO WK-MOTIVO-RECHAZO
                       WHEN EDMP-CREDITO-REESTRUCTURADO
                           MOVE 'CREDITO REESTRUCTURADO'
                               TO WK-MOTIVO-RECHAZO
                       WHEN EDPG-MONTO-PAGO > EDMP-SALDO-TOTAL
                           MOVE 'PAGO EXCEDE SALDO DEL CREDITO'
                               TO WK-MOTIVO-RECHAZO
       300-APLICAR-PAGO.
           MOVE EDMP-SALDO-TOTAL TO WK-SALDO-ANTERIOR.
           MOVE EDMP-SALDO-TOTAL TO WK-DET-SALDO-ANT.
           PERFORM 310-DESGLOSAR-SALDO.
           PERFORM 320-DISTRIBUIR-PAGO.
           COMPUTE WK-SALDO-NUEVO =
               EDMP-SALDO-TOTAL - EDPG-MONTO-PAGO.
           MOVE WK-SALDO-NUEVO TO EDMP-SALDO-TOTAL.
           PERFORM 350-GRABAR-MOVIMIENTO.
           ADD 1 TO WK-TOT-APLICADOS.
           ADD EDPG-MONTO-PAGO TO WK-TOT-MONTO-APLICADO.
           ADD WK-ABONO-MORA    TO WK-TOT-ABONO-MORA.
           ADD WK-ABONO-INTERES TO WK-TOT-ABONO-INTERES.
           ADD WK-ABONO-CAPITAL TO WK-TOT-ABONO-CAPITAL.

      *---- CREDITO ANTERIOR AL DESGLOSE DEL SALDO: TODO EL SALDO ----*
      *---- PENDIENTE SE TOMA COMO CAPITAL ---------------------------*
       310-DESGLOSAR-SALDO.
           IF NOT EDMP-SI-SALDO-DESGLOSADO
               MOVE EDMP-SALDO-TOTAL TO EDMP-SALDO-CAPITAL
               MOVE ZERO TO EDMP-SALDO-INTERES
               MOVE ZERO TO EDMP-SALDO-MORA
               MOVE 'S' TO EDMP-SALDO-DESGLOSADO
           END-IF.

      *---- DISTRIBUIR EL PAGO EN ORDEN FIJO: PRIMERO LA MORA, ------*
      *---- LUEGO EL INTERES Y EL RESTO AL CAPITAL (250-VALIDAR- -----*
      *---- PAGO YA GARANTIZO QUE EL PAGO NO EXCEDE EL SALDO) --------*
       320-DISTRIBUIR-PAGO.
           MOVE EDPG-MONTO-PAGO TO WK-PAGO-RESTANTE.
           IF WK-PAGO-RESTANTE > EDMP-SALDO-MORA
               MOVE EDMP-SALDO-MORA TO WK-ABONO-MORA
           ELSE
               MOVE WK-PAGO-RESTANTE TO WK-ABONO-MORA
           END-IF.
           SUBTRACT WK-ABONO-MORA FROM WK-PAGO-RESTANTE.
           IF WK-PAGO-RESTANTE > EDMP-SALDO-INTERES
               MOVE EDMP-SALDO-INTERES TO WK-ABONO-INTERES
           ELSE
               MOVE WK-PAGO-RESTANTE TO WK-ABONO-INTERES
           END-IF.
           SUBTRACT WK-ABONO-INTERES FROM WK-PAGO-RESTANTE.
           MOVE WK-PAGO-RESTANTE TO WK-ABONO-CAPITAL.
           SUBTRACT WK-ABONO-MORA    FROM EDMP-SALDO-MORA.
           SUBTRACT WK-ABONO-INTERES FROM EDMP-SALDO-INTERES.
           SUBTRACT WK-ABONO-CAPITAL FROM EDMP-SALDO-CAPITAL.

      *---- GUARDAR LA CANTIDAD DE PAGOS PROCESADOS EN EL ARCHIVO ----*
      *---- DE CHECKPOINT --------------------------------------------*
           MOVE WK-SALDO-ANTERIOR   TO EDMV-SALDO-ANTERIOR.
           MOVE WK-SALDO-NUEVO      TO EDMV-SALDO-NUEVO.
           MOVE EDPG-MONTO-PAGO     TO EDMV-MONTO-MOVIMIENTO.
           MOVE 'S'                 TO EDMV-DESGLOSE.
           MOVE WK-ABONO-CAPITAL    TO EDMV-MONTO-CAPITAL.
           MOVE WK-ABONO-INTERES    TO EDMV-MONTO-INTERES.
           MOVE WK-ABONO-MORA       TO EDMV-MONTO-MORA.
           MOVE SPACE               TO EDMV-FILLER.
           WRITE REG-EDMOVC
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR MOVIMIENTO '
           MOVE EDPG-FECHA-PAGO      TO WK-DET-FECHA-PAGO.
           MOVE EDPG-MONTO-PAGO      TO WK-DET-MONTO-PAGO.
           MOVE WK-SALDO-NUEVO       TO WK-DET-SALDO-NVO.
           MOVE WK-ABONO-MORA        TO WK-DET-ABONO-MORA.
           MOVE WK-ABONO-INTERES     TO WK-DET-ABONO-INT.
           MOVE WK-ABONO-CAPITAL     TO WK-DET-ABONO-CAP.
           MOVE WK-DET-LINEA         TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           ADD 1 TO WK-NUM-LINEA.
           MOVE WK-TOT-MONTO-RECHAZADO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'APLICADO A MORA'                TO WK-RES-TITULO
           MOVE ZERO TO WK-RES-CANTIDAD
           MOVE WK-TOT-ABONO-MORA TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'APLICADO A INTERES'             TO WK-RES-TITULO
           MOVE ZERO TO WK-RES-CANTIDAD
           MOVE WK-TOT-ABONO-INTERES TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'APLICADO A CAPITAL'             TO WK-RES-TITULO
           MOVE ZERO TO WK-RES-CANTIDAD
           MOVE WK-TOT-ABONO-CAPITAL TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.

      *---- MARCAR LA CORRIDA COMPLETADA ('C') EN EL CONTROL DE ------*
      *---- CORRIDAS CON LOS CONTADORES DEL PROCESO ------------------*
