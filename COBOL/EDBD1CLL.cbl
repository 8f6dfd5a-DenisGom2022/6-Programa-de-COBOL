      *             : SUMAN, PAGOS 'P' Y EXTORNOS 'E' RESTAN SU        *
      *             : MONTO; LOS CAMBIOS DE TERMINOS 'M' SE RESTAN     *
      *             : PORQUE EL MONTO-TOTAL ACTUAL YA LOS INCLUYE Y    *
      *             : NO AFECTARON EL SALDO; LA SALIDA POR             *
      *             : REESTRUCTURACION 'T' SUMA SU MONTO NEGATIVO;     *
      *             : 'R', 'X', 'A' Y 'N' NO MUEVEN SALDO). REPORTA    *
      *             : TODO CREDITO CUYO SALDO REPRODUCIDO NO COINCIDE  *
      *             : CON EDMP-SALDO-TOTAL, SENAL DE QUE ALGUN PROCESO *
      *             : TOCO EL MAESTRO SIN GRABAR MOVIMIENTO, Y RESUME  *
      *             : EL LIBRO POR TIPO DE MOVIMIENTO PARA LOS         *
      *             : AUDITORES                                        *
      * ARCHIVOS    : EDAMCR Y EDMOVS (ENTRADA),                       *
      *             : EDRPTL (SALIDA - REPORTE)                        *
      * ACCION (ES) : L=CONCILIAR LIBRO CONTRA MAESTRO                 *
           02  WK-SALDO-REPRODUCIDO    PIC S9(11)V99 VALUE ZERO.
           02  WK-DIFERENCIA           PIC S9(11)V99 VALUE ZERO.
           02  WK-MOVS-CREDITO         PIC 9(07) VALUE ZERO.
           02  WK-T                    PIC 99    VALUE ZERO.
           02  WK-END-OF-FILE          PIC X     VALUE 'N'.
               88  WK-FIN-ARCHIVO             VALUE 'S'.
           02  WK-FIN-MOVS             PIC X     VALUE 'N'.
               03  WK-TOT-DIFERENCIA       PIC S9(11)V99 VALUE ZERO.

      *---- RESUMEN DEL LIBRO POR TIPO DE MOVIMIENTO ------------------*
      *---- 1=I 2=M 3=R 4=P 5=O 6=X 7=E 8=A 9=T 10=N 11=OTROS ---------*
       01  WK-TIPOS.
           02  WK-TIPO-CANT      PIC 9(09)     OCCURS 11 VALUE ZERO.
           02  WK-TIPO-MONTO     PIC S9(13)V99 OCCURS 11 VALUE ZERO.

       01  WK-ENC-1.
           02  FILLER            PIC X(35) VALUE SPACE.
           EVALUATE TRUE
               WHEN EDMP-MARCA-ELIMINADO = 'D'
                   ADD 1 TO WK-TOT-EXCLUIDOS
               WHEN (EDMP-CREDITO-CANCELADO OR EDMP-CREDITO-CASTIGADO
                     OR EDMP-CREDITO-REESTRUCTURADO)
                    AND EDMP-FECHA-CANCELACION > ZERO
                    AND EDMP-FECHA-CANCELACION < WK-CORTE-MOV
                   ADD 1 TO WK-TOT-ARCH-EXCLUIDOS
                   MOVE 7 TO WK-T
               WHEN EDMV-MOV-ALTA-CARGA
                   MOVE 8 TO WK-T
      *---- LA SALIDA POR REESTRUCTURACION LLEVA EL SALDO TRASLADADO --*
      *---- EN NEGATIVO: SUMARLO DEJA EL SALDO EN CERO. EL CREDITO ----*
      *---- NUEVO PARTE DE SU MONTO-TOTAL, COMO UN ALTA ---------------*
               WHEN EDMV-MOV-REESTR-SALIDA
                   ADD EDMV-MONTO-MOVIMIENTO TO WK-SALDO-REPRODUCIDO
                   MOVE 9 TO WK-T
               WHEN EDMV-MOV-REESTR-ALTA
                   MOVE 10 TO WK-T
               WHEN OTHER
                   MOVE 11 TO WK-T
           END-EVALUATE.
           ADD 1 TO WK-TIPO-CANT(WK-T).
           ADD EDMV-MONTO-MOVIMIENTO TO WK-TIPO-MONTO(WK-T).
           MOVE 'ALTAS EN BLOQUE (A)'    TO WK-TIP-TITULO
           MOVE 8 TO WK-T
           PERFORM 720-IMPRIMIR-TIPO.
           MOVE 'SALIDA POR REESTRUCTURA (T)' TO WK-TIP-TITULO
           MOVE 9 TO WK-T
           PERFORM 720-IMPRIMIR-TIPO.
           MOVE 'ALTA POR REESTRUCTURA (N)' TO WK-TIP-TITULO
           MOVE 10 TO WK-T
           PERFORM 720-IMPRIMIR-TIPO.
           MOVE 'OTROS TIPOS'            TO WK-TIP-TITULO
           MOVE 11 TO WK-T
           PERFORM 720-IMPRIMIR-TIPO.

       720-IMPRIMIR-TIPO.
           MOVE WK-TIPO-CANT(WK-T)  TO WK-TIP-CANTIDAD.
