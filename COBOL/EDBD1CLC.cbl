                   ADD 1 TO WK-TOT-ELIMINADOS
               WHEN EDMP-CREDITO-CANCELADO
               WHEN EDMP-CREDITO-CASTIGADO
               WHEN EDMP-CREDITO-REESTRUCTURADO
                   ADD 1 TO WK-TOT-YA-CERRADOS
               WHEN EDMP-SALDO-TOTAL = ZERO
                   PERFORM 300-CANCELAR-CREDITO
