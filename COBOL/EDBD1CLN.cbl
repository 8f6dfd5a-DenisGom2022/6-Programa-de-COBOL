      ******************************************************************
      * FECHA       : 10/15/2026                                       *
      * PROGRAMADOR : DENIS GOMEZ                                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDBD1CLN                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTE MENSUAL DE REESTRUCTURACIONES: RECORRE   *
      *             : EL LIBRO DE MOVIMIENTOS EDMOVS (SU LLAVE INICIA  *
      *             : POR CREDITO, NO POR FECHA, POR LO QUE SE LEE     *
      *             : COMPLETO, COMO EN EDBD1CLT) Y POR CADA           *
      *             : MOVIMIENTO 'N' (ALTA POR REESTRUCTURA, GRABADO   *
      *             : POR EDGD1CLR) DEL MES DEL PROCESO LEE EL CREDITO *
      *             : NUEVO EN EDAMCR E IMPRIME FECHA, OPERADOR,       *
      *             : CREDITO NUEVO, CLIENTE, MONTO, PLAZO, TASA Y     *
      *             : CUOTA, Y EN UNA LINEA DE CONTINUACION LOS        *
      *             : CREDITOS QUE REEMPLAZO. CUENTA TAMBIEN LOS       *
      *             : MOVIMIENTOS 'T' (CREDITOS CERRADOS) DEL MES.     *
      *             : EL REPORTE ES REPETIBLE: EDRUNC SOLO DEJA        *
      *             : CONSTANCIA DE LA CORRIDA DEL MES                 *
      * ARCHIVOS    : EDMOVS (ENTRADA), EDAMCR (SOLO LECTURA),         *
      *             : EDRUNC (CONTROL), EDRPTN (SALIDA - REPORTE)      *
      * ACCION (ES) : N=REPORTE DE REESTRUCTURACIONES DEL MES          *
      * PROGRAMA(S) :                                                  *
      * CANAL       : BATCH                                            *
      * INSTALADO   : 10/15/2026                                       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDBD1CLN.
       AUTHOR. DENISGOM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS 'Q ' WITH PICTURE SYMBOL 'Q'.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDMOVS ASSIGN TO 'EDMOVS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDMV-LLAVE
               FILE STATUS IS WK-FS-EDMOVS.

           SELECT EDAMCR ASSIGN TO 'EDP3CR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMP-LLAVE
               FILE STATUS IS WK-FS-EDAMCR.

           SELECT EDPARM ASSIGN TO 'EDPARM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPA-LLAVE
               FILE STATUS IS WK-FS-EDPARM.

           SELECT EDRPTN ASSIGN TO 'EDRPTN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EDRPTN.

           SELECT EDRUNC ASSIGN TO 'EDRUNC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRC-LLAVE
               FILE STATUS IS WK-FS-EDRUNC.

       DATA DIVISION.
       FILE SECTION.
       FD  EDMOVS.
       COPY EDMOVC.

       FD  EDAMCR.
       COPY EDMACR.

       FD  EDPARM.
       COPY EDPARM.

       FD  EDRPTN
           RECORDING MODE IS F.
       01  WK-LINEA-REPORTE            PIC X(132).

       FD  EDRUNC.
       COPY EDRUNC.

       WORKING-STORAGE SECTION.
       01  WK-CAMPOS-DE-TRABAJO.
           02  WK-NOMBRE-PROGRAMA      PIC X(8)  VALUE 'EDBD1CLN'.
           02  WK-FS-EDRUNC            PIC XX    VALUE ZERO.
           02  WK-CORRIDA-RECHAZADA    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-RECHAZADA    VALUE 'S'.
           02  WK-CORRIDA-EXISTENTE    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-EXISTENTE    VALUE 'S'.
           02  WK-FS-EDMOVS            PIC XX    VALUE ZERO.
           02  WK-FS-EDAMCR            PIC XX    VALUE ZERO.
           02  WK-FS-EDPARM            PIC XX    VALUE ZERO.
           02  WK-FS-EDRPTN            PIC XX    VALUE ZERO.
           02  WK-PARM-ENCONTRADO      PIC X     VALUE 'N'.
               88  WK-SI-PARM-ENCONTRADO      VALUE 'S'.
           02  WK-CREDITO-ENCONTRADO   PIC X     VALUE 'N'.
               88  WK-SI-CREDITO-ENCONTRADO   VALUE 'S'.
           02  WK-FECHA-PROCESO        PIC 9(08) VALUE ZERO.
           02  WK-PERIODO-AAAAMM       PIC 9(06) VALUE ZERO.
           02  WK-PERIODO-MOV          PIC 9(06) VALUE ZERO.
           02  WK-LINEAS-PAGINA        PIC 99    VALUE 50.
           02  WK-NUM-LINEA            PIC 99    VALUE 99.
           02  WK-NUM-PAGINA           PIC 9(04) VALUE ZERO.
           02  WK-I                    PIC 99    VALUE ZERO.
           02  WK-CANT-ANTERIORES      PIC 99    VALUE ZERO.
           02  WK-END-OF-FILE          PIC X     VALUE 'N'.
               88  WK-FIN-ARCHIVO             VALUE 'S'.
           02  WK-FALLA-INICIO         PIC X     VALUE 'N'.
               88  WK-SI-FALLA-INICIO         VALUE 'S'.
           02  WK-TOTALES.
               03  WK-TOT-MOVS-LEIDOS      PIC 9(09) VALUE ZERO.
               03  WK-TOT-REESTRUCTURAS    PIC 9(07) VALUE ZERO.
               03  WK-TOT-MONTO-NUEVO      PIC S9(13)V99 VALUE ZERO.
               03  WK-TOT-CERRADOS         PIC 9(07) VALUE ZERO.
               03  WK-TOT-SALDO-CERRADO    PIC S9(13)V99 VALUE ZERO.
               03  WK-TOT-ANTERIORES       PIC 9(07) VALUE ZERO.
               03  WK-TOT-NO-ENCONTRADOS   PIC 9(07) VALUE ZERO.

       01  WK-ENC-1.
           02  FILLER            PIC X(35) VALUE SPACE.
           02  FILLER            PIC X(37)
               VALUE 'REESTRUCTURACIONES DEL MES'.
           02  FILLER            PIC X(10) VALUE 'PAGINA :'.
           02  WK-ENC-1-PAGINA   PIC ZZZ9.

       01  WK-ENC-2.
           02  FILLER            PIC X(15) VALUE 'FECHA PROCESO:'.
           02  WK-ENC-2-FECHA    PIC 9999/99/99.
           02  FILLER            PIC X(05) VALUE SPACE.
           02  FILLER            PIC X(09) VALUE 'PERIODO:'.
           02  WK-ENC-2-PERIODO  PIC 9999/99.
           02  FILLER            PIC X(06) VALUE SPACE.
           02  FILLER            PIC X(20) VALUE 'PROGRAMA EDBD1CLN'.

       01  WK-ENC-3.
           02  FILLER            PIC X(12) VALUE 'FECHA'.
           02  FILLER            PIC X(10) VALUE 'OPERADOR'.
           02  FILLER            PIC X(14) VALUE 'CREDITO NUEVO'.
           02  FILLER            PIC X(10) VALUE 'CLIENTE'.
           02  FILLER            PIC X(18) VALUE 'MONTO NUEVO'.
           02  FILLER            PIC X(07) VALUE 'PLAZO'.
           02  FILLER            PIC X(09) VALUE 'TASA'.
           02  FILLER            PIC X(14) VALUE 'CUOTA'.
           02  FILLER            PIC X(06) VALUE 'CRED.'.
           02  FILLER            PIC X(15) VALUE 'OBSERVACION'.

       01  WK-DET-LINEA.
           02  WK-DET-FECHA      PIC 9999/99/99.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-OPERADOR   PIC X(8).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-CREDITO    PIC 9(12).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-CLIENTE    PIC 9(08).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-MONTO      PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-PLAZO      PIC ZZ9.
           02  FILLER            PIC X(4)  VALUE SPACE.
           02  WK-DET-TASA       PIC Z9.9999.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-CUOTA      PIC Z,ZZZ,ZZ9.99.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-CANT-ANT   PIC Z9.
           02  FILLER            PIC X(4)  VALUE SPACE.
           02  WK-DET-OBSERVA    PIC X(15).

      *---- LINEA DE CONTINUACION: CREDITOS REEMPLAZADOS (HASTA 5) ---*
       01  WK-ANT-LINEA.
           02  FILLER            PIC X(22) VALUE SPACE.
           02  FILLER            PIC X(14) VALUE 'REEMPLAZA A :'.
           02  WK-ANT-CREDITOS.
               03  WK-ANT-CREDITO    PIC X(14) OCCURS 5.

       01  WK-ANT-CODIGO.
           02  WK-ANT-CODIGO-NUM PIC 9(12).
           02  FILLER            PIC X(02) VALUE SPACE.

       01  WK-RES-LINEA.
           02  WK-RES-TITULO     PIC X(35).
           02  WK-RES-CANTIDAD   PIC ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(4) VALUE SPACE.
           02  WK-RES-SALDO      PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-PRINCIPAL.
           PERFORM 050-VERIFICAR-CORRIDA.
           IF NOT WK-SI-CORRIDA-RECHAZADA
               PERFORM 100-INICIALIZAR
               PERFORM 200-PROCESAR-MOVIMIENTOS
                   UNTIL WK-FIN-ARCHIVO
               PERFORM 800-IMPRIMIR-TOTALES
               IF NOT WK-SI-FALLA-INICIO
                   PERFORM 910-MARCAR-CORRIDA
               END-IF
               PERFORM 900-FINALIZAR
           END-IF.
           GOBACK.

      *---- CONTROL DE CORRIDAS: VERIFICAR EN EDRUNC SI LA CORRIDA ---*
      *---- PROCEDE Y DEJARLA REGISTRADA EN ESTADO 'P' (EN PROCESO) --*
       050-VERIFICAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-PROCESO.
           DIVIDE WK-FECHA-PROCESO BY 100
               GIVING WK-PERIODO-AAAAMM.
           PERFORM 055-ABRIR-RUN-CONTROL.
           IF NOT WK-SI-CORRIDA-RECHAZADA
               PERFORM 058-VERIFICAR-PERIODO
           END-IF.
           IF NOT WK-SI-CORRIDA-RECHAZADA
               PERFORM 060-GRABAR-INICIO-CORRIDA
           END-IF.

      *---- ABRIR (O CREAR SI NO EXISTE) EL CONTROL DE CORRIDAS ------*
       055-ABRIR-RUN-CONTROL.
           OPEN I-O EDRUNC.
           IF WK-FS-EDRUNC = '35'
               OPEN OUTPUT EDRUNC
               CLOSE EDRUNC
               OPEN I-O EDRUNC
           END-IF.
           IF WK-FS-EDRUNC NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDRUNC - STATUS ' WK-FS-EDRUNC
               DISPLAY 'CORRIDA RECHAZADA POR CONTROL DE CORRIDAS'
               SET WK-SI-CORRIDA-RECHAZADA TO TRUE
           END-IF.

      *---- LEER LA CORRIDA DEL MES (EL REPORTE ES REPETIBLE, SOLO ---*
      *---- SE DEJA CONSTANCIA) --------------------------------------*
       058-VERIFICAR-PERIODO.
           MOVE WK-NOMBRE-PROGRAMA TO EDRC-PROGRAMA.
           COMPUTE EDRC-PERIODO = WK-PERIODO-AAAAMM * 100.
           MOVE 'N' TO WK-CORRIDA-EXISTENTE.
           READ EDRUNC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WK-CORRIDA-EXISTENTE
           END-READ.

      *---- DEJAR LA CORRIDA REGISTRADA EN ESTADO 'P' (EN PROCESO) ---*
       060-GRABAR-INICIO-CORRIDA.
           MOVE WK-NOMBRE-PROGRAMA TO EDRC-PROGRAMA.
           COMPUTE EDRC-PERIODO = WK-PERIODO-AAAAMM * 100.
           MOVE WK-FECHA-PROCESO TO EDRC-FECHA-PROCESO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDRC-HORA-PROCESO.
           MOVE 'P' TO EDRC-ESTADO.
           MOVE ZERO TO EDRC-REG-LEIDOS.
           MOVE ZERO TO EDRC-REG-ACTUALIZADOS.
           IF WK-SI-CORRIDA-EXISTENTE
               REWRITE REG-EDRUNC
                   INVALID KEY
                       DISPLAY 'ERROR AL GRABAR EDRUNC - STATUS '
                           WK-FS-EDRUNC
               END-REWRITE
           ELSE
               WRITE REG-EDRUNC
                   INVALID KEY
                       DISPLAY 'ERROR AL GRABAR EDRUNC - STATUS '
                           WK-FS-EDRUNC
               END-WRITE
           END-IF.

       100-INICIALIZAR.
           PERFORM 130-LEER-PARAMETROS.
           OPEN INPUT EDMOVS.
           IF WK-FS-EDMOVS NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDMOVS - STATUS ' WK-FS-EDMOVS
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN INPUT EDAMCR.
           IF WK-FS-EDAMCR NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDAMCR - STATUS ' WK-FS-EDAMCR
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN OUTPUT EDRPTN.
           IF WK-FS-EDRPTN NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDRPTN - STATUS ' WK-FS-EDRPTN
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           IF NOT WK-FIN-ARCHIVO
               PERFORM 500-IMPRIMIR-ENCABEZADO
               PERFORM 210-LEER-EDMOVS
           END-IF.

      *---- LEER LOS PARAMETROS DE OPERACION DEL MAESTRO EDPARM; -----*
      *---- SI EL ARCHIVO O UNA LLAVE NO EXISTE SE CONSERVAN LOS -----*
      *---- VALORES POR OMISION DE WORKING-STORAGE -------------------*
       130-LEER-PARAMETROS.
           OPEN INPUT EDPARM.
           IF WK-FS-EDPARM NOT = '00'
               DISPLAY 'AVISO: EDPARM NO DISPONIBLE - STATUS '
                   WK-FS-EDPARM ' - SE USAN VALORES POR OMISION'
           ELSE
               MOVE 'LINPAGIN' TO EDPA-LLAVE
               PERFORM 135-LEER-PARAMETRO
               IF WK-SI-PARM-ENCONTRADO
                   MOVE EDPA-VALOR TO WK-LINEAS-PAGINA
               END-IF
               CLOSE EDPARM
           END-IF.

       135-LEER-PARAMETRO.
           MOVE 'N' TO WK-PARM-ENCONTRADO.
           READ EDPARM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WK-PARM-ENCONTRADO
           END-READ.

      *---- SELECCIONAR LOS MOVIMIENTOS DE REESTRUCTURA DEL MES: -----*
      *---- 'N' SE IMPRIME, 'T' SOLO SE CUENTA -----------------------*
       200-PROCESAR-MOVIMIENTOS.
           ADD 1 TO WK-TOT-MOVS-LEIDOS.
           DIVIDE EDMV-FECHA BY 100 GIVING WK-PERIODO-MOV.
           IF WK-PERIODO-MOV = WK-PERIODO-AAAAMM
               EVALUATE TRUE
                   WHEN EDMV-MOV-REESTR-ALTA
                       PERFORM 400-IMPRIMIR-REESTRUCTURA
                   WHEN EDMV-MOV-REESTR-SALIDA
                       ADD 1 TO WK-TOT-CERRADOS
                       ADD EDMV-SALDO-ANTERIOR TO WK-TOT-SALDO-CERRADO
               END-EVALUATE
           END-IF.
           PERFORM 210-LEER-EDMOVS.

       210-LEER-EDMOVS.
           READ EDMOVS NEXT RECORD
               AT END
                   MOVE 'S' TO WK-END-OF-FILE
           END-READ.

      *---- LEER EL CREDITO NUEVO DEL MOVIMIENTO EN EDAMCR -----------*
       220-LEER-CREDITO.
           MOVE EDMV-COD-CREDITO TO EDMP-LLAVE.
           MOVE 'N' TO WK-CREDITO-ENCONTRADO.
           READ EDAMCR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WK-CREDITO-ENCONTRADO
           END-READ.

      *---- UNA REESTRUCTURACION: LINEA DEL CREDITO NUEVO Y LINEA ----*
      *---- DE CONTINUACION CON LOS CREDITOS QUE REEMPLAZO. SI EL ----*
      *---- CREDITO YA NO ESTA EN EDAMCR SE IMPRIME LO DEL ------------*
      *---- MOVIMIENTO CON LA OBSERVACION ----------------------------*
       400-IMPRIMIR-REESTRUCTURA.
           PERFORM 220-LEER-CREDITO.
           IF WK-NUM-LINEA + 1 >= WK-LINEAS-PAGINA
               PERFORM 500-IMPRIMIR-ENCABEZADO
           END-IF.
           ADD 1 TO WK-TOT-REESTRUCTURAS.
           ADD EDMV-MONTO-MOVIMIENTO TO WK-TOT-MONTO-NUEVO.
           MOVE EDMV-FECHA            TO WK-DET-FECHA.
           MOVE EDMV-OPERADOR         TO WK-DET-OPERADOR.
           MOVE EDMV-COD-CREDITO      TO WK-DET-CREDITO.
           MOVE EDMV-MONTO-MOVIMIENTO TO WK-DET-MONTO.
           MOVE ZERO TO WK-CANT-ANTERIORES.
           MOVE SPACE TO WK-ANT-CREDITOS.
           IF WK-SI-CREDITO-ENCONTRADO
               MOVE EDMP-CODIGO-CLIENTE     TO WK-DET-CLIENTE
               MOVE EDMP-PLAZO-MESES        TO WK-DET-PLAZO
               MOVE EDMP-TASA-INTERES-ANUAL TO WK-DET-TASA
               MOVE EDMP-CUOTA-MENSUAL      TO WK-DET-CUOTA
               MOVE SPACE                   TO WK-DET-OBSERVA
               PERFORM 410-ARMAR-ANTERIOR
                   VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 5
           ELSE
               ADD 1 TO WK-TOT-NO-ENCONTRADOS
               MOVE ZERO                    TO WK-DET-CLIENTE
                                               WK-DET-PLAZO
                                               WK-DET-TASA
                                               WK-DET-CUOTA
               MOVE 'NO EN EDAMCR'          TO WK-DET-OBSERVA
           END-IF.
           MOVE WK-CANT-ANTERIORES TO WK-DET-CANT-ANT.
           ADD WK-CANT-ANTERIORES TO WK-TOT-ANTERIORES.
           MOVE WK-DET-LINEA TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           ADD 1 TO WK-NUM-LINEA.
           IF WK-CANT-ANTERIORES > ZERO
               MOVE WK-ANT-LINEA TO WK-LINEA-REPORTE
               WRITE WK-LINEA-REPORTE
               ADD 1 TO WK-NUM-LINEA
           END-IF.

      *---- PASAR A LA LINEA DE CONTINUACION CADA CREDITO ANTERIOR ---*
      *---- REGISTRADO (LOS LUGARES EN CERO NO SE USAN) --------------*
       410-ARMAR-ANTERIOR.
           IF EDMP-CREDITO-ANTERIOR(WK-I) NUMERIC
              AND EDMP-CREDITO-ANTERIOR(WK-I) NOT = ZERO
               ADD 1 TO WK-CANT-ANTERIORES
               MOVE EDMP-CREDITO-ANTERIOR(WK-I) TO WK-ANT-CODIGO-NUM
               MOVE WK-ANT-CODIGO TO WK-ANT-CREDITO(WK-CANT-ANTERIORES)
           END-IF.

       500-IMPRIMIR-ENCABEZADO.
           ADD 1 TO WK-NUM-PAGINA.
           MOVE WK-NUM-PAGINA  TO WK-ENC-1-PAGINA.
           MOVE WK-FECHA-PROCESO TO WK-ENC-2-FECHA.
           MOVE WK-PERIODO-AAAAMM TO WK-ENC-2-PERIODO.
           IF WK-NUM-PAGINA > 1
               MOVE SPACE TO WK-LINEA-REPORTE
               WRITE WK-LINEA-REPORTE
           END-IF.
           MOVE WK-ENC-1 TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE WK-ENC-2 TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE SPACE TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE WK-ENC-3 TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE 5 TO WK-NUM-LINEA.

      *---- RESUMEN DEL MES: REESTRUCTURACIONES Y MONTO NUEVO, Y -----*
      *---- CREDITOS CERRADOS ('T') CON SU SALDO, QUE DEBEN CUADRAR --*
      *---- CON LOS CREDITOS REEMPLAZADOS Y EL MONTO NUEVO -----------*
       800-IMPRIMIR-TOTALES.
           IF WK-SI-FALLA-INICIO
               DISPLAY 'EDBD1CLN TERMINADO CON ERRORES DE APERTURA'
           ELSE
               IF WK-TOT-REESTRUCTURAS = ZERO
                   MOVE 'SIN REESTRUCTURACIONES EN EL MES'
                       TO WK-LINEA-REPORTE
                   WRITE WK-LINEA-REPORTE
               END-IF
               MOVE SPACE TO WK-LINEA-REPORTE
               WRITE WK-LINEA-REPORTE
               MOVE 'RESUMEN DEL MES' TO WK-RES-TITULO
               MOVE WK-RES-TITULO TO WK-LINEA-REPORTE
               WRITE WK-LINEA-REPORTE
               MOVE 'REESTRUCTURACIONES (CRED. NUEVOS)'
                   TO WK-RES-TITULO
               MOVE WK-TOT-REESTRUCTURAS TO WK-RES-CANTIDAD
               MOVE WK-TOT-MONTO-NUEVO TO WK-RES-SALDO
               MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
               WRITE WK-LINEA-REPORTE
               MOVE 'CREDITOS REEMPLAZADOS'           TO WK-RES-TITULO
               MOVE WK-TOT-ANTERIORES TO WK-RES-CANTIDAD
               MOVE ZERO TO WK-RES-SALDO
               MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
               WRITE WK-LINEA-REPORTE
               MOVE 'CREDITOS CERRADOS (MOVIMIENTOS T)'
                   TO WK-RES-TITULO
               MOVE WK-TOT-CERRADOS TO WK-RES-CANTIDAD
               MOVE WK-TOT-SALDO-CERRADO TO WK-RES-SALDO
               MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
               WRITE WK-LINEA-REPORTE
               MOVE 'CREDITOS NUEVOS NO HALLADOS'     TO WK-RES-TITULO
               MOVE WK-TOT-NO-ENCONTRADOS TO WK-RES-CANTIDAD
               MOVE ZERO TO WK-RES-SALDO
               MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
               WRITE WK-LINEA-REPORTE
               IF WK-TOT-MONTO-NUEVO = WK-TOT-SALDO-CERRADO
                   MOVE 'CUADRE DEL MES : CORRECTO' TO WK-LINEA-REPORTE
               ELSE
                   MOVE 'CUADRE DEL MES : ** DESCUADRE **'
                       TO WK-LINEA-REPORTE
               END-IF
               WRITE WK-LINEA-REPORTE
           END-IF.

      *---- MARCAR LA CORRIDA COMPLETADA ('C') EN EL CONTROL DE ------*
      *---- CORRIDAS CON LOS CONTADORES DEL PROCESO ------------------*
       910-MARCAR-CORRIDA.
           MOVE WK-NOMBRE-PROGRAMA TO EDRC-PROGRAMA.
           COMPUTE EDRC-PERIODO = WK-PERIODO-AAAAMM * 100.
           MOVE WK-FECHA-PROCESO TO EDRC-FECHA-PROCESO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDRC-HORA-PROCESO.
           MOVE 'C' TO EDRC-ESTADO.
           MOVE WK-TOT-MOVS-LEIDOS TO EDRC-REG-LEIDOS.
           MOVE WK-TOT-REESTRUCTURAS TO EDRC-REG-ACTUALIZADOS.
           REWRITE REG-EDRUNC
               INVALID KEY
                   DISPLAY 'ERROR AL MARCAR EDRUNC - STATUS '
                       WK-FS-EDRUNC
           END-REWRITE.

       900-FINALIZAR.
           CLOSE EDMOVS.
           CLOSE EDAMCR.
           CLOSE EDRPTN.
           CLOSE EDRUNC.
