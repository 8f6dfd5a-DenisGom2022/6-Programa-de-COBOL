           02 WK-DIAS-DEVENGO         PIC S9(8).
           02 WK-INTERES-DEVENGADO    PIC S9(9)V99.
           02 WK-FECHA-BASE           PIC 9(8).
           02 WK-BASE-DEVENGO         PIC S9(9)V99.
           02 WK-TOTAL-PAGINAS        PIC 9(3).
           02 WK-SPOOL-TOKEN          PIC X(08).
           02 WK-LINEA-SPOOL          PIC X(132).

      *---- COTIZACION DE LIQUIDACION A LA FECHA DE CORTE: SALDO ------*
      *---- ACTUAL MAS EL INTERES DIARIO DEVENGADO DESDE EL ULTIMO ----*
      *---- PAGO (O DESDE EL INICIO SI NUNCA HA PAGADO). EL INTERES ---*
      *---- SE DEVENGA SOLO SOBRE EL SALDO DE CAPITAL; UN REGISTRO ----*
      *---- SIN DESGLOSE SE TOMA COMPLETO COMO CAPITAL ----------------*
       300-CALCULAR-LIQUIDACION.
           IF WK-AMO-FECHA-CORTE = ZERO
               MOVE WK-FECHA-SISTEMA TO WK-AMO-FECHA-CORTE
           IF WK-DIAS-DEVENGO < 0
               MOVE 0 TO WK-DIAS-DEVENGO
           END-IF.
           IF EDMP-SI-SALDO-DESGLOSADO
               MOVE EDMP-SALDO-CAPITAL TO WK-BASE-DEVENGO
           ELSE
               MOVE EDMP-SALDO-TOTAL   TO WK-BASE-DEVENGO
           END-IF.
           COMPUTE WK-INTERES-DEVENGADO ROUNDED =
               WK-BASE-DEVENGO * EDMP-TASA-INTERES-ANUAL
               * WK-DIAS-DEVENGO / 36500
           ON SIZE ERROR
               MOVE 0 TO WK-INTERES-DEVENGADO
