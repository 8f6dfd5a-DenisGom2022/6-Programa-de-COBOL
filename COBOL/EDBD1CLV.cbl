                   ADD 1 TO WK-TOT-EXCLUIDOS
               WHEN EDMP-CREDITO-CANCELADO
               WHEN EDMP-CREDITO-CASTIGADO
               WHEN EDMP-CREDITO-REESTRUCTURADO
                   ADD 1 TO WK-TOT-CANCELADOS
               WHEN OTHER
                   ADD 1 TO WK-TOT-VALIDADOS
