               03  WK-TOT-EXCLUIDOS        PIC 9(07) VALUE ZERO.
               03  WK-TOT-VIGENTES         PIC 9(07) VALUE ZERO.
               03  WK-TOT-SALDO-PROPUESTO  PIC S9(11)V99 VALUE ZERO.
               03  WK-TOT-PROP-REESTRUCT   PIC 9(07) VALUE ZERO.
               03  WK-TOT-SALDO-PROP-REES  PIC S9(11)V99 VALUE ZERO.

       01  WK-ENC-1.
           02  FILLER            PIC X(35) VALUE SPACE.
           02  FILLER            PIC X(16) VALUE 'DEFICIT'.
           02  FILLER            PIC X(12) VALUE 'CUOTAS ATR.'.
           02  FILLER            PIC X(13) VALUE 'ULTIMO PAGO'.
           02  FILLER            PIC X(06) VALUE 'REEST.'.

       01  WK-DET-LINEA.
           02  WK-DET-CREDITO    PIC Z(11)9.
           02  WK-DET-CUOTAS     PIC ZZZ9.99.
           02  FILLER            PIC X(4)  VALUE SPACE.
           02  WK-DET-ULT-PAGO   PIC 9999/99/99.
           02  FILLER            PIC X(3)  VALUE SPACE.
           02  WK-DET-REESTRUCTURA PIC X(05).

       01  WK-RES-LINEA.
           02  WK-RES-TITULO     PIC X(35).
               WHEN EDMP-MARCA-ELIMINADO = 'D'
               WHEN EDMP-CREDITO-CANCELADO
               WHEN EDMP-CREDITO-CASTIGADO
               WHEN EDMP-CREDITO-REESTRUCTURADO
                   ADD 1 TO WK-TOT-EXCLUIDOS
               WHEN OTHER
                   PERFORM 300-CLASIFICAR-REGISTRO
           MOVE WK-DEFICIT             TO WK-DET-DEFICIT.
           MOVE WK-CUOTAS-ATRASO       TO WK-DET-CUOTAS.
           MOVE EDMP-FECHA-ULTIMO-PAGO TO WK-DET-ULT-PAGO.
      *---- CREDITO NACIDO DE UNA REESTRUCTURACION (EDGD1CLR) ---------*
           IF EDMP-SI-REESTRUCTURA
               MOVE 'SI'               TO WK-DET-REESTRUCTURA
               ADD 1 TO WK-TOT-PROP-REESTRUCT
               ADD EDMP-SALDO-TOTAL TO WK-TOT-SALDO-PROP-REES
           ELSE
               MOVE SPACE              TO WK-DET-REESTRUCTURA
           END-IF.
           MOVE WK-DET-LINEA           TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           ADD 1 TO WK-NUM-LINEA.
           MOVE WK-TOT-SALDO-PROPUESTO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE '  DE ELLOS REESTRUCTURADOS'      TO WK-RES-TITULO
           MOVE WK-TOT-PROP-REESTRUCT TO WK-RES-CANTIDAD
           MOVE WK-TOT-SALDO-PROP-REES TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.

      *---- MARCAR LA CORRIDA COMPLETADA ('C') EN EL CONTROL DE ------*
      *---- CORRIDAS CON LOS CONTADORES DEL PROCESO ------------------*
