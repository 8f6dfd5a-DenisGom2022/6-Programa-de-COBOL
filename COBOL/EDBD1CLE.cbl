      *             : CONTABILIDAD (GL) EN FORMATO PLANO DE ANCHO      *
      *             : FIJO: CODIGO DE CREDITO, CODIGO DE CLIENTE,      *
      *             : MONTO TOTAL, SALDO TOTAL, CUOTA MENSUAL, FECHA   *
      *             : DE INICIO, ESTADO Y EL SALDO DESGLOSADO EN       *
      *             : CAPITAL, INTERES Y MORA (EL TRAILER LLEVA LA     *
      *             : SUMA DE CADA COMPONENTE). LA EXTRACCION ES       *
      *             : DIRIGIDA POR MOVIMIENTOS: SE RECORRE EDMOVS Y    *
      *             : SOLO SE EMITEN LOS CREDITOS CON ALGUN MOVIMIENTO *
      *             : DEL DIA (EXTRACTO DELTA 'D'); EL DIA DEL MES DEL *
      *             : PARAMETRO EXTRFULL DE EDPARM SE EMITE LA FOTO    *
      *             : COMPLETA DE LA CARTERA ('F') PARA RESINCRONIA.   *
      *             : EL ARCHIVO VIAJA CON ENCABEZADO 'H' (FECHA Y     *
               03  WK-EXT-CUOTA-MENSUAL    PIC 9(07)V99.
               03  WK-EXT-FECHA-INICIO     PIC 9(08).
               03  WK-EXT-ESTADO           PIC X(09).
               03  WK-EXT-SALDO-CAPITAL    PIC 9(09)V99.
               03  WK-EXT-SALDO-INTERES    PIC 9(09)V99.
               03  WK-EXT-SALDO-MORA       PIC 9(09)V99.
           02  WK-EXT-TRAILER REDEFINES WK-EXT-DETALLE.
               03  WK-EXT-TOT-REGISTROS    PIC 9(09).
               03  WK-EXT-TOT-SALDO        PIC 9(13)V99.
               03  WK-EXT-TOT-CAPITAL      PIC 9(13)V99.
               03  WK-EXT-TOT-INTERES      PIC 9(13)V99.
               03  WK-EXT-TOT-MORA         PIC 9(13)V99.
               03  FILLER                  PIC X(32).
           02  WK-EXT-HEADER REDEFINES WK-EXT-DETALLE.
               03  WK-EXT-FECHA-PROCESO    PIC 9(08).
               03  WK-EXT-TIPO-EXTRACTO    PIC X(01).
               03  FILLER                  PIC X(92).

       FD  EDRUNC.
       COPY EDRUNC.
               88  WK-SI-FALLA-INICIO         VALUE 'S'.
           02  WK-TOT-REGISTROS        PIC 9(09) VALUE ZERO.
           02  WK-TOT-SALDO            PIC 9(13)V99 VALUE ZERO.
           02  WK-TOT-CAPITAL          PIC 9(13)V99 VALUE ZERO.
           02  WK-TOT-INTERES          PIC 9(13)V99 VALUE ZERO.
           02  WK-TOT-MORA             PIC 9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       000-PRINCIPAL.
                   MOVE 'CANCELADO' TO WK-EXT-ESTADO
               WHEN EDMP-CREDITO-CASTIGADO
                   MOVE 'CASTIGADO' TO WK-EXT-ESTADO
               WHEN EDMP-CREDITO-REESTRUCTURADO
                   MOVE 'REESTRUCT' TO WK-EXT-ESTADO
               WHEN OTHER
                   MOVE 'ACTIVO'    TO WK-EXT-ESTADO
           END-EVALUATE.
      *---- UN CREDITO ANTERIOR AL DESGLOSE DEL SALDO VIAJA CON ------*
      *---- TODO SU SALDO COMO CAPITAL -------------------------------*
           IF EDMP-SI-SALDO-DESGLOSADO
               MOVE EDMP-SALDO-CAPITAL    TO WK-EXT-SALDO-CAPITAL
               MOVE EDMP-SALDO-INTERES    TO WK-EXT-SALDO-INTERES
               MOVE EDMP-SALDO-MORA       TO WK-EXT-SALDO-MORA
           ELSE
               MOVE EDMP-SALDO-TOTAL      TO WK-EXT-SALDO-CAPITAL
               MOVE ZERO                  TO WK-EXT-SALDO-INTERES
               MOVE ZERO                  TO WK-EXT-SALDO-MORA
           END-IF.
           WRITE WK-LINEA-EXTRACTO.
           ADD 1 TO WK-TOT-REGISTROS.
           ADD EDMP-SALDO-TOTAL TO WK-TOT-SALDO.
           ADD WK-EXT-SALDO-CAPITAL TO WK-TOT-CAPITAL.
           ADD WK-EXT-SALDO-INTERES TO WK-TOT-INTERES.
           ADD WK-EXT-SALDO-MORA    TO WK-TOT-MORA.

      *---- EXTRACTO DELTA: RECORRER EDMOVS (ORDENADO POR CREDITO) ----*
      *---- Y, AL CAMBIAR DE CREDITO, EMITIR EL ANTERIOR SI TUVO ------*
           MOVE 'T'               TO WK-EXT-TIPO-REGISTRO.
           MOVE WK-TOT-REGISTROS  TO WK-EXT-TOT-REGISTROS.
           MOVE WK-TOT-SALDO      TO WK-EXT-TOT-SALDO.
           MOVE WK-TOT-CAPITAL    TO WK-EXT-TOT-CAPITAL.
           MOVE WK-TOT-INTERES    TO WK-EXT-TOT-INTERES.
           MOVE WK-TOT-MORA       TO WK-EXT-TOT-MORA.
           WRITE WK-LINEA-EXTRACTO.

      *---- MARCAR LA CORRIDA COMPLETADA ('C') EN EL CONTROL DE ------*
