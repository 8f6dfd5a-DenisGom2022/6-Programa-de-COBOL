      * DESCRIPCION : PROCESO DE FIN DE MES - APLICA EL INTERES        *
      *             : MENSUAL (TASA-INTERES-ANUAL / 12) AL SALDO-TOTAL *
      *             : DE LOS CREDITOS ACTIVOS (NO ELIMINADOS, NO       *
      *             : CANCELADOS NI CASTIGADOS). EL INTERES SE CALCULA *
      *             : SOLO SOBRE EL SALDO DE CAPITAL (NO SE COBRA      *
      *             : INTERES SOBRE INTERES NI SOBRE MORA) Y SE SUMA   *
      *             : AL COMPONENTE DE INTERES DEL SALDO. LLEVA        *
      *             : UN ARCHIVO DE REINICIO/CHECKPOINT (EDCKPT) QUE   *
      *             : GUARDA LA ULTIMA EDMP-LLAVE PROCESADA CADA       *
      *             : WK-CHECKPOINT-CADA REGISTROS, PARA PODER         *
           02  FILLER            PIC X(14) VALUE 'CREDITO'.
           02  FILLER            PIC X(11) VALUE 'CLIENTE'.
           02  FILLER            PIC X(16) VALUE 'SALDO ANTERIOR'.
           02  FILLER            PIC X(16) VALUE 'CAPITAL'.
           02  FILLER            PIC X(16) VALUE 'INTERES'.
           02  FILLER            PIC X(16) VALUE 'SALDO NUEVO'.

           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-SALDO-ANT  PIC Z(8)9.99.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-CAPITAL    PIC Z(8)9.99.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-INTERES    PIC Z(8)9.99.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-SALDO-NVO  PIC Z(8)9.99.
                   ADD 1 TO WK-TOT-EXCLUIDOS
               WHEN EDMP-CREDITO-CANCELADO
               WHEN EDMP-CREDITO-CASTIGADO
               WHEN EDMP-CREDITO-REESTRUCTURADO
                   ADD 1 TO WK-TOT-CERRADOS
               WHEN OTHER
                   PERFORM 300-APLICAR-INTERES
                   MOVE 'S' TO WK-END-OF-FILE
           END-READ.

      *--------- APLICA EL INTERES MENSUAL (TASA ANUAL / 12) SOBRE ---*
      *--------- EL SALDO DE CAPITAL, LO SUMA AL COMPONENTE DE -------*
      *--------- INTERES Y REESCRIBE EL REGISTRO EN EDP3CR ------------*
       300-APLICAR-INTERES.
           PERFORM 310-DESGLOSAR-SALDO.
           COMPUTE WK-INTERES-MENSUAL ROUNDED =
               EDMP-SALDO-CAPITAL * EDMP-TASA-INTERES-ANUAL / 1200
           ON SIZE ERROR
               MOVE 0 TO WK-INTERES-MENSUAL
           END-COMPUTE.
               EDMP-SALDO-TOTAL + WK-INTERES-MENSUAL.
           MOVE EDMP-SALDO-TOTAL TO WK-SALDO-ANTERIOR.
           MOVE EDMP-SALDO-TOTAL TO WK-DET-SALDO-ANT.
           MOVE EDMP-SALDO-CAPITAL TO WK-DET-CAPITAL.
           ADD WK-INTERES-MENSUAL TO EDMP-SALDO-INTERES.
           MOVE WK-SALDO-NUEVO   TO EDMP-SALDO-TOTAL.
           REWRITE REG-EDMACR
               INVALID KEY
           ADD 1 TO WK-TOT-ACTUALIZADOS.
           ADD WK-INTERES-MENSUAL TO WK-TOT-INTERES.

      *---- CREDITO ANTERIOR AL DESGLOSE DEL SALDO: TODO EL SALDO ----*
      *---- PENDIENTE SE TOMA COMO CAPITAL ---------------------------*
       310-DESGLOSAR-SALDO.
           IF NOT EDMP-SI-SALDO-DESGLOSADO
               MOVE EDMP-SALDO-TOTAL TO EDMP-SALDO-CAPITAL
               MOVE ZERO TO EDMP-SALDO-INTERES
               MOVE ZERO TO EDMP-SALDO-MORA
               MOVE 'S' TO EDMP-SALDO-DESGLOSADO
           END-IF.

      *---- GUARDAR LA LLAVE ACTUAL EN EL ARCHIVO DE CHECKPOINT ------*
       350-GRABAR-CHECKPOINT.
           MOVE '1' TO CKPT-ID.
           MOVE WK-SALDO-ANTERIOR   TO EDMV-SALDO-ANTERIOR.
           MOVE WK-SALDO-NUEVO      TO EDMV-SALDO-NUEVO.
           MOVE WK-INTERES-MENSUAL  TO EDMV-MONTO-MOVIMIENTO.
           MOVE 'S'                 TO EDMV-DESGLOSE.
           MOVE ZERO                TO EDMV-MONTO-CAPITAL.
           MOVE WK-INTERES-MENSUAL  TO EDMV-MONTO-INTERES.
           MOVE ZERO                TO EDMV-MONTO-MORA.
           MOVE SPACE               TO EDMV-FILLER.
           WRITE REG-EDMOVC
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR MOVIMIENTO '
