      * DESCRIPCION : CAPTURA DE UN PAGO DE VENTANILLA SOBRE UN        *
      *             : CREDITO DEL MAESTRO EDAMCR - REBAJA EL SALDO,    *
      *             : AVANZA CUOTAS PAGADAS Y FECHA DE ULTIMO PAGO.    *
      *             : EL PAGO SE DISTRIBUYE PRIMERO A LA MORA, LUEGO   *
      *             : AL INTERES Y EL RESTO AL CAPITAL.                *
      *             : SE LLEGA DESDE EL DETALLE EDGD1CL3 (PF5) CON EL  *
      *             : CREDITO SELECCIONADO EN LA COMMAREA              *
      * ARCHIVOS    : EDAMCR, EDMOVS (SALIDA - MOVIMIENTOS),           *
           02 WK-CREDITO-ACTUAL        PIC 9(12).
           02 WK-SALDO-NUEVO           PIC S9(9)V99.
           02 WK-SALDO-ANTERIOR        PIC S9(9)V99.
           02 WK-PAGO-RESTANTE         PIC S9(9)V99.
           02 WK-ABONO-MORA            PIC S9(9)V99.
           02 WK-ABONO-INTERES         PIC S9(9)V99.
           02 WK-ABONO-CAPITAL         PIC S9(9)V99.
           02 WK-HORA-MOV              PIC 9(06).
           02 WK-CUOTAS-PAGO           PIC 9(03).
           02 WK-PAGO-VALIDO           PIC X.
           MOVE EDMP-LLAVE            TO EDCLP-COD-CREDITOO.
           MOVE EDMP-CODIGO-CLIENTE   TO EDCLP-COD-CLIENTEO.
           MOVE EDMP-SALDO-TOTAL      TO EDCLP-SALDO-TOTALO.
           IF EDMP-SI-SALDO-DESGLOSADO
               MOVE EDMP-SALDO-CAPITAL TO EDCLP-SALDO-CAPITALO
               MOVE EDMP-SALDO-INTERES TO EDCLP-SALDO-INTERESO
               MOVE EDMP-SALDO-MORA    TO EDCLP-SALDO-MORAO
           ELSE
               MOVE EDMP-SALDO-TOTAL   TO EDCLP-SALDO-CAPITALO
               MOVE ZERO               TO EDCLP-SALDO-INTERESO
               MOVE ZERO               TO EDCLP-SALDO-MORAO
           END-IF.
           MOVE EDMP-CUOTA-MENSUAL    TO EDCLP-CUOTAO.
           MOVE WK-FECHA-SISTEMA      TO EDCLP-FECHA-PAGOO.
           MOVE ZERO                  TO EDCLP-MONTO-PAGOO.
                   MOVE 'EL CREDITO ESTA ELIMINADO' TO EDCLP-MENSAJEO
               WHEN EDMP-CREDITO-CANCELADO
                   MOVE 'EL CREDITO ESTA CANCELADO' TO EDCLP-MENSAJEO
               WHEN EDMP-CREDITO-REESTRUCTURADO
                   MOVE 'EL CREDITO FUE REESTRUCTURADO'
                       TO EDCLP-MENSAJEO
               WHEN EDCLP-MONTO-PAGOI NOT NUMERIC
                   MOVE 'EL MONTO DEL PAGO ES INVALIDO'
                       TO EDCLP-MENSAJEO
      *----- ULTIMO PAGO, Y REESCRIBIR EL REGISTRO EN EDP3CR ----------*
       320-APLICAR-PAGO.
           MOVE EDMP-SALDO-TOTAL TO WK-SALDO-ANTERIOR.
           PERFORM 322-DESGLOSAR-SALDO.
           PERFORM 325-DISTRIBUIR-PAGO.
           COMPUTE WK-SALDO-NUEVO =
               EDMP-SALDO-TOTAL - EDCLP-MONTO-PAGOI.
           MOVE WK-SALDO-NUEVO TO EDMP-SALDO-TOTAL.
           END-IF.
           PERFORM 210-MOSTRAR-CREDITO.

      *---- CREDITO ANTERIOR AL DESGLOSE DEL SALDO: TODO EL SALDO -----*
      *---- PENDIENTE SE TOMA COMO CAPITAL ----------------------------*
       322-DESGLOSAR-SALDO.
           IF NOT EDMP-SI-SALDO-DESGLOSADO
               MOVE EDMP-SALDO-TOTAL TO EDMP-SALDO-CAPITAL
               MOVE ZERO TO EDMP-SALDO-INTERES
               MOVE ZERO TO EDMP-SALDO-MORA
               MOVE 'S' TO EDMP-SALDO-DESGLOSADO
           END-IF.

      *---- DISTRIBUIR EL PAGO EN ORDEN FIJO: PRIMERO LA MORA, -------*
      *---- LUEGO EL INTERES Y EL RESTO AL CAPITAL (310-VALIDAR- ------*
      *---- PAGO YA GARANTIZO QUE EL PAGO NO EXCEDE EL SALDO) ---------*
       325-DISTRIBUIR-PAGO.
           MOVE EDCLP-MONTO-PAGOI TO WK-PAGO-RESTANTE.
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

      *---- VERIFICAR EN EDSEGU SI EL OPERADOR (EIBOPID) TIENE LA -----*
      *---- AUTORIDAD DE PAGOS; SIN REGISTRO DE SEGURIDAD NO HAY ------*
      *---- AUTORIDAD. LOS INTENTOS DENEGADOS QUEDAN EN EDAUD ---------*
           MOVE WK-SALDO-ANTERIOR   TO EDMV-SALDO-ANTERIOR.
           MOVE WK-SALDO-NUEVO      TO EDMV-SALDO-NUEVO.
           MOVE EDCLP-MONTO-PAGOI   TO EDMV-MONTO-MOVIMIENTO.
           MOVE 'S'                 TO EDMV-DESGLOSE.
           MOVE WK-ABONO-CAPITAL    TO EDMV-MONTO-CAPITAL.
           MOVE WK-ABONO-INTERES    TO EDMV-MONTO-INTERES.
           MOVE WK-ABONO-MORA       TO EDMV-MONTO-MORA.
           MOVE SPACE               TO EDMV-FILLER.
           EXEC CICS
                WRITE
                FILE('EDMOVS')
