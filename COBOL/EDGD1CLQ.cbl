                       MOVE 'CANCELADO' TO EDCLQ-ELIO(WK-I)
                   WHEN EDMP-CREDITO-CASTIGADO
                       MOVE 'CASTIGADO' TO EDCLQ-ELIO(WK-I)
                   WHEN EDMP-CREDITO-REESTRUCTURADO
                       MOVE 'REESTRUCT' TO EDCLQ-ELIO(WK-I)
                   WHEN OTHER
                       MOVE 'ACTIVO' TO EDCLQ-ELIO(WK-I)
               END-EVALUATE
                   MOVE 'CANCELADO' TO WK-LRM-ESTADO
               WHEN EDMP-CREDITO-CASTIGADO
                   MOVE 'CASTIGADO' TO WK-LRM-ESTADO
               WHEN EDMP-CREDITO-REESTRUCTURADO
                   MOVE 'REESTRUCT' TO WK-LRM-ESTADO
               WHEN OTHER
                   MOVE 'ACTIVO' TO WK-LRM-ESTADO
           END-EVALUATE.
