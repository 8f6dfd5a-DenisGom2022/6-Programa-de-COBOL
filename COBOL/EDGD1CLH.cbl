      *             : EXACTA DA INVREQ.                                *
      *             : CON PF9 SOBRE UN MOVIMIENTO 'P' SE EXTORNA EL    *
      *             : PAGO (SOLO OPERADOR CON AUTORIDAD EDSE-AUT-      *
      *             : EXTORNO): SE RESTAURA EL SALDO (CADA COMPONENTE  *
      *             : CAPITAL, INTERES Y MORA CON LO QUE EL PAGO LE    *
      *             : HABIA ABONADO), SE REBAJAN LAS CUOTAS PAGADAS,   *
      *             : SE RECALCULA LA FECHA DE ULTIMO PAGO Y SE GRABA  *
      *             : UN MOVIMIENTO COMPENSATORIO 'E'                  *
      * ARCHIVOS    : EDMOVS (CONSULTA Y MARCA DE EXTORNO),            *
      *             : EDAMCR (ACTUALIZA EN EXTORNO),                   *
      *             : EDSEGU (SEGURIDAD), EDAUD (AUDITORIA)            *
           02 WK-SALDO-NUEVO          PIC S9(9)V99.
           02 WK-CUOTAS-PAGO          PIC 9(03).
           02 WK-MONTO-EXTORNADO      PIC S9(9)V99.
           02 WK-EXT-CAPITAL          PIC S9(9)V99.
           02 WK-EXT-INTERES          PIC S9(9)V99.
           02 WK-EXT-MORA             PIC S9(9)V99.
           02 WK-FECHA-ULT-PAGO-NVA   PIC 9(08).
           02 WK-OPERADOR-LEIDO       PIC X(8).
           02 WK-AUTORIZADO           PIC X.
                   MOVE 'CASTIGO'      TO EDCLH-MOV-TIPOO(WK-I)
               WHEN 'E'
                   MOVE 'EXTORNO'      TO EDCLH-MOV-TIPOO(WK-I)
               WHEN 'T'
                   MOVE 'REESTR.SALE'  TO EDCLH-MOV-TIPOO(WK-I)
               WHEN 'N'
                   MOVE 'REESTR.NUEVO' TO EDCLH-MOV-TIPOO(WK-I)
               WHEN OTHER
                   MOVE EDMV-TIPO-MOVIMIENTO
                                       TO EDCLH-MOV-TIPOO(WK-I)
      *---- REBAJAR LAS CUOTAS PAGADAS (MISMO CALCULO CON QUE SE ------*
      *---- AVANZARON EN EDGD1CLP/EDBD1CLP) Y RECALCULAR LA FECHA -----*
      *---- DE ULTIMO PAGO. SI EL PAGO EQUIVOCADO HABIA CANCELADO -----*
      *---- EL CREDITO, ESTE VUELVE A QUEDAR ACTIVO. EN UN CREDITO ----*
      *---- REESTRUCTURADO NO SE EXTORNA: SU SALDO YA PASO AL NUEVO ---*
       630-APLICAR-EXTORNO.
           MOVE EDMV-MONTO-MOVIMIENTO TO WK-MONTO-EXTORNADO.
           MOVE WK-HIS-CREDITO TO EDMP-LLAVE.
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'OCURRIO UN ERROR AL LEER EL CREDITO'
                   TO WK-MENSAJE-EXTORNO
           ELSE
           IF EDMP-CREDITO-REESTRUCTURADO
               MOVE 'EL CREDITO FUE REESTRUCTURADO'
                   TO WK-MENSAJE-EXTORNO
               EXEC CICS
                    UNLOCK
                    FILE('EDP3CR')
               END-EXEC
           ELSE
               PERFORM 635-MARCAR-PAGO-EXTORNADO
               IF WK-MENSAJE-EXTORNO = SPACE
                   PERFORM 632-DESGLOSAR-EXTORNO
                   MOVE EDMP-SALDO-TOTAL TO WK-SALDO-ANTERIOR
                   COMPUTE WK-SALDO-NUEVO =
                       EDMP-SALDO-TOTAL + WK-MONTO-EXTORNADO
                   MOVE WK-SALDO-NUEVO TO EDMP-SALDO-TOTAL
                   ADD WK-EXT-CAPITAL TO EDMP-SALDO-CAPITAL
                   ADD WK-EXT-INTERES TO EDMP-SALDO-INTERES
                   ADD WK-EXT-MORA    TO EDMP-SALDO-MORA
                   IF EDMP-CUOTA-MENSUAL > ZERO
                       COMPUTE WK-CUOTAS-PAGO =
                           WK-MONTO-EXTORNADO / EDMP-CUOTA-MENSUAL
                        FILE('EDP3CR')
                   END-EXEC
               END-IF
           END-IF
           END-IF.

      *---- TOMAR DEL PAGO ORIGINAL LO QUE ABONO A CADA COMPONENTE ----*
      *---- (UN PAGO ANTERIOR AL DESGLOSE SE DEVUELVE TODO AL ---------*
      *---- CAPITAL) Y, SI EL CREDITO ES ANTERIOR AL DESGLOSE DEL -----*
      *---- SALDO, TOMAR TODO SU SALDO PENDIENTE COMO CAPITAL ---------*
       632-DESGLOSAR-EXTORNO.
           IF EDMV-SI-DESGLOSE
               MOVE EDMV-MONTO-CAPITAL TO WK-EXT-CAPITAL
               MOVE EDMV-MONTO-INTERES TO WK-EXT-INTERES
               MOVE EDMV-MONTO-MORA    TO WK-EXT-MORA
           ELSE
               MOVE WK-MONTO-EXTORNADO TO WK-EXT-CAPITAL
               MOVE ZERO               TO WK-EXT-INTERES
               MOVE ZERO               TO WK-EXT-MORA
           END-IF.
           IF NOT EDMP-SI-SALDO-DESGLOSADO
               MOVE EDMP-SALDO-TOTAL TO EDMP-SALDO-CAPITAL
               MOVE ZERO TO EDMP-SALDO-INTERES
               MOVE ZERO TO EDMP-SALDO-MORA
               MOVE 'S' TO EDMP-SALDO-DESGLOSADO
           END-IF.

      *---- MARCAR EL PAGO ORIGINAL CON 'EXTORNADO' EN SU FILLER ------*
           MOVE WK-SALDO-ANTERIOR   TO EDMV-SALDO-ANTERIOR.
           MOVE WK-SALDO-NUEVO      TO EDMV-SALDO-NUEVO.
           COMPUTE EDMV-MONTO-MOVIMIENTO = ZERO - WK-MONTO-EXTORNADO.
           MOVE 'S'                 TO EDMV-DESGLOSE.
           COMPUTE EDMV-MONTO-CAPITAL = ZERO - WK-EXT-CAPITAL.
           COMPUTE EDMV-MONTO-INTERES = ZERO - WK-EXT-INTERES.
           COMPUTE EDMV-MONTO-MORA    = ZERO - WK-EXT-MORA.
           MOVE SPACE               TO EDMV-FILLER.
           EXEC CICS
                WRITE
