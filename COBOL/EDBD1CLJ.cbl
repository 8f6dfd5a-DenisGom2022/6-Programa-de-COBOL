      ******************************************************************
      * FECHA       : 10/15/2026                                       *
      * PROGRAMADOR : DENIS GOMEZ                                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDBD1CLJ                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : PROCESO DIARIO DE SOLICITUDES DE APROBACION      *
      *             : (DOBLE CONTROL): RECORRE EDAPRO, MARCA VENCIDAS  *
      *             : ('V') LAS SOLICITUDES PENDIENTES CON MAS DIAS DE *
      *             : ESPERA QUE EL PARAMETRO APRODIAS DE EDPARM (5    *
      *             : POR OMISION) Y EMITE EL REPORTE DIARIO CON LAS   *
      *             : SOLICITUDES QUE SIGUEN PENDIENTES Y LAS          *
      *             : APROBADAS, RECHAZADAS Y VENCIDAS EN EL DIA, CON  *
      *             : TOTALES POR ESTADO. ES REPETIBLE EN EL DIA       *
      * ARCHIVOS    : EDAPRO (ACTUALIZA), EDPARM (ENTRADA),            *
      *             : EDRPTAP (SALIDA - REPORTE)                       *
      * ACCION (ES) : J=VENCER Y REPORTAR SOLICITUDES                  *
      * PROGRAMA(S) :                                                  *
      * CANAL       : BATCH                                            *
      * INSTALADO   : 10/15/2026                                       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDBD1CLJ.
       AUTHOR. DENISGOM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS 'Q ' WITH PICTURE SYMBOL 'Q'.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDAPRO ASSIGN TO 'EDAPRO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDAP-LLAVE
               FILE STATUS IS WK-FS-EDAPRO.

           SELECT EDPARM ASSIGN TO 'EDPARM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPA-LLAVE
               FILE STATUS IS WK-FS-EDPARM.

           SELECT EDRPTAP ASSIGN TO 'EDRPTAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EDRPTAP.

           SELECT EDRUNC ASSIGN TO 'EDRUNC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRC-LLAVE
               FILE STATUS IS WK-FS-EDRUNC.

       DATA DIVISION.
       FILE SECTION.
       FD  EDAPRO.
       COPY EDAPRO.

       FD  EDPARM.
       COPY EDPARM.

       FD  EDRPTAP
           RECORDING MODE IS F.
       01  WK-LINEA-REPORTE            PIC X(132).

       FD  EDRUNC.
       COPY EDRUNC.

       WORKING-STORAGE SECTION.
       01  WK-CAMPOS-DE-TRABAJO.
           02  WK-NOMBRE-PROGRAMA      PIC X(8)  VALUE 'EDBD1CLJ'.
           02  WK-FS-EDRUNC            PIC XX    VALUE ZERO.
           02  WK-CORRIDA-RECHAZADA    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-RECHAZADA    VALUE 'S'.
           02  WK-CORRIDA-EXISTENTE    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-EXISTENTE    VALUE 'S'.
           02  WK-FS-EDAPRO            PIC XX    VALUE ZERO.
           02  WK-FS-EDPARM            PIC XX    VALUE ZERO.
           02  WK-FS-EDRPTAP           PIC XX    VALUE ZERO.
           02  WK-PARM-ENCONTRADO      PIC X     VALUE 'N'.
               88  WK-SI-PARM-ENCONTRADO      VALUE 'S'.
           02  WK-SELECCIONADA         PIC X     VALUE 'N'.
               88  WK-SI-SELECCIONADA         VALUE 'S'.
           02  WK-FECHA-PROCESO        PIC 9(08) VALUE ZERO.
           02  WK-LINEAS-PAGINA        PIC 99    VALUE 50.
           02  WK-NUM-LINEA            PIC 99    VALUE 99.
           02  WK-NUM-PAGINA           PIC 9(04) VALUE ZERO.
           02  WK-DIAS-VENCE           PIC 9(05) VALUE 5.
           02  WK-DIAS-ESPERA          PIC S9(07) VALUE ZERO.
           02  WK-END-OF-FILE          PIC X        VALUE 'N'.
               88  WK-FIN-ARCHIVO             VALUE 'S'.
           02  WK-FALLA-INICIO         PIC X     VALUE 'N'.
               88  WK-SI-FALLA-INICIO         VALUE 'S'.
           02  WK-TOTALES.
               03  WK-TOT-REGISTROS        PIC 9(07) VALUE ZERO.
               03  WK-TOT-PENDIENTES       PIC 9(07) VALUE ZERO.
               03  WK-TOT-APROBADAS        PIC 9(07) VALUE ZERO.
               03  WK-TOT-RECHAZADAS       PIC 9(07) VALUE ZERO.
               03  WK-TOT-VENCIDAS         PIC 9(07) VALUE ZERO.
               03  WK-TOT-VENCIDAS-HOY     PIC 9(07) VALUE ZERO.
               03  WK-TOT-IMPRESAS         PIC 9(07) VALUE ZERO.

       01  WK-ENC-1.
           02  FILLER            PIC X(35) VALUE SPACE.
           02  FILLER            PIC X(37)
               VALUE 'SOLICITUDES DE APROBACION DEL DIA'.
           02  FILLER            PIC X(10) VALUE 'PAGINA :'.
           02  WK-ENC-1-PAGINA   PIC ZZZ9.

       01  WK-ENC-2.
           02  FILLER            PIC X(15) VALUE 'FECHA PROCESO:'.
           02  WK-ENC-2-FECHA    PIC 9999/99/99.
           02  FILLER            PIC X(20) VALUE SPACE.
           02  FILLER            PIC X(20) VALUE 'PROGRAMA EDBD1CLJ'.

       01  WK-ENC-3.
           02  FILLER            PIC X(12) VALUE 'SOLICITUD'.
           02  FILLER            PIC X(08) VALUE 'HORA'.
           02  FILLER            PIC X(19) VALUE 'TIPO'.
           02  FILLER            PIC X(12) VALUE 'ESTADO'.
           02  FILLER            PIC X(10) VALUE 'SOLICITA'.
           02  FILLER            PIC X(10) VALUE 'RESUELVE'.
           02  FILLER            PIC X(12) VALUE 'RESOLUCION'.
           02  FILLER            PIC X(06) VALUE 'DIAS'.
           02  FILLER            PIC X(22) VALUE 'REFERENCIA'.
           02  FILLER            PIC X(20) VALUE 'COMENTARIO'.

       01  WK-DET-LINEA.
           02  WK-DET-FECHA      PIC 9999/99/99.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-HORA       PIC 9(06).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-TIPO       PIC X(17).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-ESTADO     PIC X(10).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-SOLICITA   PIC X(08).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-RESUELVE   PIC X(08).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-FECHA-RES  PIC 9999/99/99.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-DIAS       PIC ZZZ9.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-REFERENCIA PIC X(20).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-COMENTARIO PIC X(20).

       01  WK-RES-LINEA.
           02  WK-RES-TITULO     PIC X(35).
           02  WK-RES-CANTIDAD   PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-PRINCIPAL.
           PERFORM 050-VERIFICAR-CORRIDA.
           IF NOT WK-SI-CORRIDA-RECHAZADA
               PERFORM 100-INICIALIZAR
               PERFORM 200-PROCESAR-ARCHIVO
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
           PERFORM 055-ABRIR-RUN-CONTROL.
           IF NOT WK-SI-CORRIDA-RECHAZADA
               PERFORM 058-VERIFICAR-PERIODO
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

      *---- LEER LA CORRIDA DEL DIA; EL PROCESO ES REPETIBLE (UNA ----*
      *---- SEGUNDA CORRIDA SOLO REIMPRIME EL REPORTE DEL DIA) -------*
       058-VERIFICAR-PERIODO.
           MOVE WK-NOMBRE-PROGRAMA TO EDRC-PROGRAMA.
           MOVE WK-FECHA-PROCESO TO EDRC-PERIODO.
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
           MOVE WK-FECHA-PROCESO TO EDRC-PERIODO.
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
           PERFORM 120-ABRIR-SOLICITUDES.
           OPEN OUTPUT EDRPTAP.
           IF WK-FS-EDRPTAP NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDRPTAP - STATUS ' WK-FS-EDRPTAP
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           IF NOT WK-FIN-ARCHIVO
               PERFORM 500-IMPRIMIR-ENCABEZADO
               MOVE ZERO TO EDAP-LLAVE
               START EDAPRO KEY IS NOT LESS THAN EDAP-LLAVE
                   INVALID KEY
                       MOVE 'S' TO WK-END-OF-FILE
               END-START
           END-IF.
           IF NOT WK-FIN-ARCHIVO
               PERFORM 210-LEER-EDAPRO
           END-IF.

      *---- ABRIR (O CREAR SI NO EXISTE) EL ARCHIVO DE SOLICITUDES ---*
       120-ABRIR-SOLICITUDES.
           OPEN I-O EDAPRO.
           IF WK-FS-EDAPRO = '35'
               OPEN OUTPUT EDAPRO
               CLOSE EDAPRO
               OPEN I-O EDAPRO
           END-IF.
           IF WK-FS-EDAPRO NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDAPRO - STATUS ' WK-FS-EDAPRO
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
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
               MOVE 'APRODIAS' TO EDPA-LLAVE
               PERFORM 135-LEER-PARAMETRO
               IF WK-SI-PARM-ENCONTRADO AND EDPA-VALOR > ZERO
                   MOVE EDPA-VALOR TO WK-DIAS-VENCE
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

       200-PROCESAR-ARCHIVO.
           ADD 1 TO WK-TOT-REGISTROS.
           PERFORM 300-VERIFICAR-VENCIMIENTO.
           PERFORM 350-SELECCIONAR-SOLICITUD.
           IF WK-SI-SELECCIONADA
               PERFORM 400-IMPRIMIR-DETALLE
           END-IF.
           PERFORM 210-LEER-EDAPRO.

       210-LEER-EDAPRO.
           READ EDAPRO NEXT RECORD
               AT END
                   MOVE 'S' TO WK-END-OF-FILE
           END-READ.

      *---- DIAS DE ESPERA: HASTA HOY SI SIGUE PENDIENTE, HASTA LA ---*
      *---- RESOLUCION SI YA FUE RESUELTA. LA PENDIENTE CON MAS DIAS -*
      *---- QUE APRODIAS SE MARCA VENCIDA CON ESTE PROGRAMA COMO -----*
      *---- OPERADOR QUE LA RESUELVE ---------------------------------*
       300-VERIFICAR-VENCIMIENTO.
           IF EDAP-PENDIENTE
               COMPUTE WK-DIAS-ESPERA =
                   FUNCTION INTEGER-OF-DATE(WK-FECHA-PROCESO)
                   - FUNCTION INTEGER-OF-DATE(EDAP-FECHA-SOLICITUD)
               IF WK-DIAS-ESPERA > WK-DIAS-VENCE
                   MOVE 'V' TO EDAP-ESTADO
                   MOVE WK-NOMBRE-PROGRAMA TO EDAP-OPERADOR-RESUELVE
                   MOVE WK-FECHA-PROCESO TO EDAP-FECHA-RESOLUCION
                   MOVE FUNCTION CURRENT-DATE(9:6)
                       TO EDAP-HORA-RESOLUCION
                   REWRITE REG-EDAPRO
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR EDAPRO - STATUS '
                               WK-FS-EDAPRO
                   END-REWRITE
                   ADD 1 TO WK-TOT-VENCIDAS-HOY
               END-IF
           ELSE
               IF EDAP-FECHA-RESOLUCION > ZERO
                   COMPUTE WK-DIAS-ESPERA =
                       FUNCTION INTEGER-OF-DATE(EDAP-FECHA-RESOLUCION)
                     - FUNCTION INTEGER-OF-DATE(EDAP-FECHA-SOLICITUD)
               ELSE
                   MOVE ZERO TO WK-DIAS-ESPERA
               END-IF
           END-IF.

      *---- AL REPORTE VAN LAS PENDIENTES Y LAS RESUELTAS HOY --------*
       350-SELECCIONAR-SOLICITUD.
           MOVE 'N' TO WK-SELECCIONADA.
           EVALUATE TRUE
               WHEN EDAP-PENDIENTE
                   MOVE 'S' TO WK-SELECCIONADA
                   ADD 1 TO WK-TOT-PENDIENTES
               WHEN EDAP-FECHA-RESOLUCION NOT = WK-FECHA-PROCESO
                   CONTINUE
               WHEN EDAP-APROBADA
                   MOVE 'S' TO WK-SELECCIONADA
                   ADD 1 TO WK-TOT-APROBADAS
               WHEN EDAP-RECHAZADA
                   MOVE 'S' TO WK-SELECCIONADA
                   ADD 1 TO WK-TOT-RECHAZADAS
               WHEN EDAP-VENCIDA
                   MOVE 'S' TO WK-SELECCIONADA
                   ADD 1 TO WK-TOT-VENCIDAS
           END-EVALUATE.

       400-IMPRIMIR-DETALLE.
           IF WK-NUM-LINEA >= WK-LINEAS-PAGINA
               PERFORM 500-IMPRIMIR-ENCABEZADO
           END-IF.
           MOVE EDAP-FECHA-SOLICITUD   TO WK-DET-FECHA.
           MOVE EDAP-HORA-SOLICITUD    TO WK-DET-HORA.
           MOVE EDAP-OPERADOR-SOLICITA TO WK-DET-SOLICITA.
           MOVE EDAP-OPERADOR-RESUELVE TO WK-DET-RESUELVE.
           MOVE EDAP-FECHA-RESOLUCION  TO WK-DET-FECHA-RES.
           MOVE WK-DIAS-ESPERA         TO WK-DET-DIAS.
           MOVE EDAP-COMENTARIO        TO WK-DET-COMENTARIO.
           EVALUATE TRUE
               WHEN EDAP-PENDIENTE
                   MOVE 'PENDIENTE' TO WK-DET-ESTADO
               WHEN EDAP-APROBADA
                   MOVE 'APROBADA'  TO WK-DET-ESTADO
               WHEN EDAP-RECHAZADA
                   MOVE 'RECHAZADA' TO WK-DET-ESTADO
               WHEN OTHER
                   MOVE 'VENCIDA'   TO WK-DET-ESTADO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN EDAP-SOL-RESTAURAR
                   MOVE 'RESTAURAR CREDITO' TO WK-DET-TIPO
                   MOVE EDAP-COD-CREDITO    TO WK-DET-REFERENCIA
               WHEN EDAP-SOL-CASTIGO
                   MOVE 'CASTIGAR CREDITO'  TO WK-DET-TIPO
                   MOVE EDAP-COD-CREDITO    TO WK-DET-REFERENCIA
               WHEN EDAP-SOL-PARAMETRO
                   MOVE 'PARAMETRO EDPARM'  TO WK-DET-TIPO
                   MOVE EDAP-PAR-LLAVE      TO WK-DET-REFERENCIA
               WHEN EDAP-SOL-SEGURIDAD
                   MOVE 'PERFIL EDSEGU'     TO WK-DET-TIPO
                   MOVE EDAP-SEG-OPERADOR   TO WK-DET-REFERENCIA
               WHEN OTHER
                   MOVE SPACE               TO WK-DET-TIPO
                   MOVE SPACE               TO WK-DET-REFERENCIA
           END-EVALUATE.
           MOVE WK-DET-LINEA TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           ADD 1 TO WK-NUM-LINEA.
           ADD 1 TO WK-TOT-IMPRESAS.

       500-IMPRIMIR-ENCABEZADO.
           ADD 1 TO WK-NUM-PAGINA.
           MOVE WK-NUM-PAGINA  TO WK-ENC-1-PAGINA.
           MOVE WK-FECHA-PROCESO TO WK-ENC-2-FECHA.
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

       800-IMPRIMIR-TOTALES.
           MOVE SPACE TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE 'TOTAL SOLICITUDES LEIDAS'        TO WK-RES-TITULO
           MOVE WK-TOT-REGISTROS TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'PENDIENTES DE APROBACION'        TO WK-RES-TITULO
           MOVE WK-TOT-PENDIENTES TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'APROBADAS EN EL DIA'             TO WK-RES-TITULO
           MOVE WK-TOT-APROBADAS TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'RECHAZADAS EN EL DIA'            TO WK-RES-TITULO
           MOVE WK-TOT-RECHAZADAS TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'VENCIDAS EN EL DIA'              TO WK-RES-TITULO
           MOVE WK-TOT-VENCIDAS TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE '  (VENCIDAS POR ESTA CORRIDA)'   TO WK-RES-TITULO
           MOVE WK-TOT-VENCIDAS-HOY TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.

      *---- MARCAR LA CORRIDA COMPLETADA ('C') EN EL CONTROL DE ------*
      *---- CORRIDAS CON LOS CONTADORES DEL PROCESO ------------------*
       910-MARCAR-CORRIDA.
           MOVE WK-NOMBRE-PROGRAMA TO EDRC-PROGRAMA.
           MOVE WK-FECHA-PROCESO TO EDRC-PERIODO.
           MOVE WK-FECHA-PROCESO TO EDRC-FECHA-PROCESO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDRC-HORA-PROCESO.
           MOVE 'C' TO EDRC-ESTADO.
           MOVE WK-TOT-REGISTROS TO EDRC-REG-LEIDOS.
           MOVE WK-TOT-VENCIDAS-HOY TO EDRC-REG-ACTUALIZADOS.
           REWRITE REG-EDRUNC
               INVALID KEY
                   DISPLAY 'ERROR AL MARCAR EDRUNC - STATUS '
                       WK-FS-EDRUNC
           END-REWRITE.

       900-FINALIZAR.
           CLOSE EDAPRO.
           CLOSE EDRPTAP.
           CLOSE EDRUNC.
