           IF EDMP-MARCA-ELIMINADO NOT = 'D'
              AND NOT EDMP-CREDITO-CANCELADO
              AND NOT EDMP-CREDITO-CASTIGADO
              AND NOT EDMP-CREDITO-REESTRUCTURADO
               PERFORM 300-CLASIFICAR-REGISTRO
               IF WK-CUOTAS-ATRASO >= 1
                   PERFORM 400-IMPRIMIR-DETALLE
