               03  WK-TOT-MAS-180          PIC 9(07) VALUE ZERO.
               03  WK-TOT-ELIMINADOS       PIC 9(07) VALUE ZERO.
               03  WK-TOT-CANCELADOS       PIC 9(07) VALUE ZERO.
               03  WK-TOT-REESTRUCTURADOS  PIC 9(07) VALUE ZERO.
               03  WK-TOT-SALDO-REESTRUCT  PIC 9(11)V99 VALUE ZERO.
               03  WK-TOT-SALDO-EN-MORA    PIC 9(11)V99 VALUE ZERO.
               03  WK-TOT-SALDO-ELIMINADO  PIC 9(11)V99 VALUE ZERO.

           02  FILLER            PIC X(16) VALUE 'SALDO ACTUAL'.
           02  FILLER            PIC X(16) VALUE 'SALDO ESPERADO'.
           02  FILLER            PIC X(12) VALUE 'CUOTAS ATR.'.
           02  FILLER            PIC X(17) VALUE 'CATEGORIA'.
           02  FILLER            PIC X(06) VALUE 'REEST.'.

       01  WK-DET-LINEA.
           02  WK-DET-CREDITO    PIC Z(11)9.
           02  WK-DET-CUOTAS     PIC ZZZ9.99.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-CATEGORIA  PIC X(15).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-REESTRUCTURA PIC X(05).

       01  WK-RES-LINEA.
           02  WK-RES-TITULO     PIC X(35).
                   ADD EDMP-SALDO-TOTAL TO WK-TOT-SALDO-ELIMINADO
               WHEN EDMP-CREDITO-CANCELADO
               WHEN EDMP-CREDITO-CASTIGADO
               WHEN EDMP-CREDITO-REESTRUCTURADO
                   ADD 1 TO WK-TOT-CANCELADOS
               WHEN OTHER
                   PERFORM 300-CLASIFICAR-REGISTRO
           MOVE WK-SALDO-ESPERADO    TO WK-DET-ESPERADO.
           MOVE WK-CUOTAS-ATRASO     TO WK-DET-CUOTAS.
           MOVE WK-CATEGORIA         TO WK-DET-CATEGORIA.
      *---- CREDITO NACIDO DE UNA REESTRUCTURACION (EDGD1CLR) ---------*
           IF EDMP-SI-REESTRUCTURA
               MOVE 'SI'             TO WK-DET-REESTRUCTURA
               ADD 1 TO WK-TOT-REESTRUCTURADOS
               ADD EDMP-SALDO-TOTAL TO WK-TOT-SALDO-REESTRUCT
           ELSE
               MOVE SPACE            TO WK-DET-REESTRUCTURA
           END-IF.
           MOVE WK-DET-LINEA         TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           ADD 1 TO WK-NUM-LINEA.
           MOVE WK-TOT-SALDO-ELIMINADO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'CREDITOS CERRADOS (CANC/CAST/REES)' TO WK-RES-TITULO
           MOVE WK-TOT-CANCELADOS TO WK-RES-CANTIDAD
           MOVE ZERO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'VIGENTES DE UNA REESTRUCTURACION' TO WK-RES-TITULO
           MOVE WK-TOT-REESTRUCTURADOS TO WK-RES-CANTIDAD
           MOVE WK-TOT-SALDO-REESTRUCT TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.

      *---- MARCAR LA CORRIDA COMPLETADA ('C') EN EL CONTROL DE ------*
      *---- CORRIDAS CON LOS CONTADORES DEL PROCESO ------------------*
