      *             : MONTO, SALDO, CUOTA, CUOTAS PAGADAS, ULTIMO      *
      *             : PAGO, Y EL INTERES Y LOS PAGOS DEL MES SEGUN     *
      *             : EL LIBRO DE MOVIMIENTOS EDMOVS, CON EL TOTAL     *
      *             : ADEUDADO DEL CLIENTE Y UN RESUMEN DE CONTROL.    *
      *             : BAJO CADA CREDITO Y EN EL TOTAL DEL CLIENTE SE   *
      *             : DESGLOSA LO ADEUDADO EN CAPITAL, INTERES Y MORA  *
      * ARCHIVOS    : EDAMCR (ENTRADA POR RUTA ALTERNA), EDAMCL Y      *
      *             : EDMOVS (SOLO LECTURA), EDRPTS (SALIDA -          *
      *             : ESTADOS DE CUENTA)                               *
           02  WK-INTERES-MES          PIC S9(9)V99 VALUE ZERO.
           02  WK-PAGOS-MES            PIC S9(9)V99 VALUE ZERO.
           02  WK-TOTAL-CLIENTE        PIC S9(11)V99 VALUE ZERO.
           02  WK-CAPITAL-CREDITO      PIC S9(9)V99 VALUE ZERO.
           02  WK-INTERES-CREDITO      PIC S9(9)V99 VALUE ZERO.
           02  WK-MORA-CREDITO         PIC S9(9)V99 VALUE ZERO.
           02  WK-CAPITAL-CLIENTE      PIC S9(11)V99 VALUE ZERO.
           02  WK-INTERES-CLIENTE      PIC S9(11)V99 VALUE ZERO.
           02  WK-MORA-CLIENTE         PIC S9(11)V99 VALUE ZERO.
           02  WK-ESTADO-ABIERTO       PIC X     VALUE 'N'.
               88  WK-SI-ESTADO-ABIERTO       VALUE 'S'.
           02  WK-EDAMCL-DISPONIBLE    PIC X     VALUE 'N'.
               03  WK-TOT-ESTADOS          PIC 9(07) VALUE ZERO.
               03  WK-TOT-CREDITOS         PIC 9(07) VALUE ZERO.
               03  WK-TOT-ADEUDADO         PIC S9(13)V99 VALUE ZERO.
               03  WK-TOT-CAPITAL          PIC S9(13)V99 VALUE ZERO.
               03  WK-TOT-INTERES          PIC S9(13)V99 VALUE ZERO.
               03  WK-TOT-MORA             PIC S9(13)V99 VALUE ZERO.

       01  WK-ENC-1.
           02  FILLER            PIC X(25) VALUE SPACE.
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WK-DET-PAGOS      PIC Z(8)9.99.

      *---- DESGLOSE DE LO ADEUDADO BAJO CADA CREDITO Y BAJO EL ------*
      *---- TOTAL DEL CLIENTE ----------------------------------------*
       01  WK-DES-LINEA.
           02  FILLER            PIC X(14) VALUE SPACE.
           02  FILLER            PIC X(10) VALUE 'CAPITAL:'.
           02  WK-DES-CAPITAL    PIC Z(10)9.99.
           02  FILLER            PIC X(4)  VALUE SPACE.
           02  FILLER            PIC X(10) VALUE 'INTERES:'.
           02  WK-DES-INTERES    PIC Z(10)9.99.
           02  FILLER            PIC X(4)  VALUE SPACE.
           02  FILLER            PIC X(7)  VALUE 'MORA:'.
           02  WK-DES-MORA       PIC Z(10)9.99.

       01  WK-TOT-LINEA.
           02  FILLER            PIC X(20)
               VALUE 'TOTAL ADEUDADO:'.
           MOVE EDMP-CODIGO-CLIENTE TO WK-CLIENTE-ACTUAL.
           MOVE 'N' TO WK-ESTADO-ABIERTO.
           MOVE ZERO TO WK-TOTAL-CLIENTE.
           MOVE ZERO TO WK-CAPITAL-CLIENTE.
           MOVE ZERO TO WK-INTERES-CLIENTE.
           MOVE ZERO TO WK-MORA-CLIENTE.
           PERFORM 300-PROCESAR-CREDITO
               UNTIL WK-FIN-ARCHIVO
               OR EDMP-CODIGO-CLIENTE NOT = WK-CLIENTE-ACTUAL.
           IF EDMP-MARCA-ELIMINADO NOT = 'D'
              AND NOT EDMP-CREDITO-CANCELADO
              AND NOT EDMP-CREDITO-CASTIGADO
              AND NOT EDMP-CREDITO-REESTRUCTURADO
               IF NOT WK-SI-ESTADO-ABIERTO
                   PERFORM 250-INICIAR-ESTADO
               END-IF
               PERFORM 400-SUMAR-MOVIMIENTOS
               PERFORM 440-OBTENER-DESGLOSE
               PERFORM 450-IMPRIMIR-CREDITO
               ADD 1 TO WK-TOT-CREDITOS
               ADD EDMP-SALDO-TOTAL TO WK-TOTAL-CLIENTE
               ADD WK-CAPITAL-CREDITO TO WK-CAPITAL-CLIENTE
               ADD WK-INTERES-CREDITO TO WK-INTERES-CLIENTE
               ADD WK-MORA-CREDITO    TO WK-MORA-CLIENTE
           END-IF.
           PERFORM 210-LEER-EDAMCR.

           MOVE WK-TOTAL-CLIENTE TO WK-TOT-CLI-SALDO.
           MOVE WK-TOT-LINEA TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE WK-CAPITAL-CLIENTE TO WK-DES-CAPITAL.
           MOVE WK-INTERES-CLIENTE TO WK-DES-INTERES.
           MOVE WK-MORA-CLIENTE    TO WK-DES-MORA.
           MOVE WK-DES-LINEA TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           ADD 3 TO WK-NUM-LINEA.
           ADD 1 TO WK-TOT-ESTADOS.
           ADD WK-TOTAL-CLIENTE TO WK-TOT-ADEUDADO.
           ADD WK-CAPITAL-CLIENTE TO WK-TOT-CAPITAL.
           ADD WK-INTERES-CLIENTE TO WK-TOT-INTERES.
           ADD WK-MORA-CLIENTE    TO WK-TOT-MORA.

      *---- SUMAR DEL LIBRO DE MOVIMIENTOS EL INTERES (NORMAL Y ------*
      *---- MORA) Y LOS PAGOS DEL MES EN CURSO PARA EL CREDITO -------*
               END-IF
           END-IF.

      *---- SALDO DEL CREDITO POR COMPONENTE; UN CREDITO ANTERIOR ----*
      *---- AL DESGLOSE DEL SALDO SE MUESTRA TODO COMO CAPITAL -------*
       440-OBTENER-DESGLOSE.
           IF EDMP-SI-SALDO-DESGLOSADO
               MOVE EDMP-SALDO-CAPITAL TO WK-CAPITAL-CREDITO
               MOVE EDMP-SALDO-INTERES TO WK-INTERES-CREDITO
               MOVE EDMP-SALDO-MORA    TO WK-MORA-CREDITO
           ELSE
               MOVE EDMP-SALDO-TOTAL   TO WK-CAPITAL-CREDITO
               MOVE ZERO               TO WK-INTERES-CREDITO
               MOVE ZERO               TO WK-MORA-CREDITO
           END-IF.

      *---- LINEA DE DETALLE DE UN CREDITO EN EL ESTADO DE CUENTA ----*
       450-IMPRIMIR-CREDITO.
           IF WK-NUM-LINEA >= WK-LINEAS-PAGINA
           MOVE WK-PAGOS-MES               TO WK-DET-PAGOS.
           MOVE WK-DET-LINEA               TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE WK-CAPITAL-CREDITO         TO WK-DES-CAPITAL.
           MOVE WK-INTERES-CREDITO         TO WK-DES-INTERES.
           MOVE WK-MORA-CREDITO            TO WK-DES-MORA.
           MOVE WK-DES-LINEA               TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           ADD 2 TO WK-NUM-LINEA.

       800-IMPRIMIR-TOTALES.
           MOVE SPACE TO WK-LINEA-REPORTE.
           MOVE WK-TOT-ADEUDADO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE '  CAPITAL ADEUDADO'             TO WK-RES-TITULO
           MOVE ZERO TO WK-RES-CANTIDAD
           MOVE WK-TOT-CAPITAL TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE '  INTERES ADEUDADO'             TO WK-RES-TITULO
           MOVE ZERO TO WK-RES-CANTIDAD
           MOVE WK-TOT-INTERES TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE '  MORA ADEUDADA'                TO WK-RES-TITULO
           MOVE ZERO TO WK-RES-CANTIDAD
           MOVE WK-TOT-MORA TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.

      *---- MARCAR LA CORRIDA COMPLETADA ('C') EN EL CONTROL DE ------*
      *---- CORRIDAS CON LOS CONTADORES DEL PROCESO ------------------*
