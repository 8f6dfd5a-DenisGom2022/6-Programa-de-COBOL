      ******************************************************************
      * FECHA       : 10/15/2026                                       *
      * PROGRAMADOR : DENIS GOMEZ                                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDBD1CLU                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : PROCESO DE FIN DE MES - FOTO DE CARTERA: GRABA   *
      *             : EN EL HISTORICO EDFOTO UN REGISTRO POR CADA      *
      *             : CREDITO DEL MAESTRO (LLAVE PERIODO + CREDITO)    *
      *             : CON CLIENTE, SALDO, MONTO OTORGADO, FECHA DE     *
      *             : INICIO, ESTADO Y CATEGORIA DE ENVEJECIMIENTO,    *
      *             : CALCULADA CON LA MISMA AMORTIZACION LINEAL Y     *
      *             : LOS MISMOS CORTES CORTEB01 A CORTEB04 DEL        *
      *             : REPORTE DE ENVEJECIMIENTO (EDBD1CLA). LOS        *
      *             : CREDITOS ELIMINADOS NO SE FOTOGRAFIAN. NO ES     *
      *             : REPETIBLE EN EL MES; UNA CORRIDA INTERRUMPIDA    *
      *             : (EDRUNC EN 'P') SE REANUDA REESCRIBIENDO LAS     *
      *             : FOTOS YA GRABADAS DEL PERIODO. LA RETENCION DEL  *
      *             : HISTORICO LA APLICA EDBD1CLZ                     *
      * ARCHIVOS    : EDAMCR (ENTRADA), EDFOTO (ACTUALIZA),            *
      *             : EDRPTU (SALIDA - REPORTE)                        *
      * ACCION (ES) : U=FOTO DE CARTERA                                *
      * PROGRAMA(S) :                                                  *
      * CANAL       : BATCH                                            *
      * INSTALADO   : 10/15/2026                                       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDBD1CLU.
       AUTHOR. DENISGOM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS 'Q ' WITH PICTURE SYMBOL 'Q'.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDAMCR ASSIGN TO 'EDP3CR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMP-LLAVE
               FILE STATUS IS WK-FS-EDAMCR.

           SELECT EDFOTO ASSIGN TO 'EDFOTO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDFO-LLAVE
               FILE STATUS IS WK-FS-EDFOTO.

           SELECT EDPARM ASSIGN TO 'EDPARM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPA-LLAVE
               FILE STATUS IS WK-FS-EDPARM.

           SELECT EDRPTU ASSIGN TO 'EDRPTU'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EDRPTU.

           SELECT EDRUNC ASSIGN TO 'EDRUNC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRC-LLAVE
               FILE STATUS IS WK-FS-EDRUNC.

       DATA DIVISION.
       FILE SECTION.
       FD  EDAMCR.
       COPY EDMACR.

       FD  EDFOTO.
       COPY EDFOTO.

       FD  EDPARM.
       COPY EDPARM.

       FD  EDRPTU
           RECORDING MODE IS F.
       01  WK-LINEA-REPORTE            PIC X(132).

       FD  EDRUNC.
       COPY EDRUNC.

       WORKING-STORAGE SECTION.
       01  WK-CAMPOS-DE-TRABAJO.
           02  WK-NOMBRE-PROGRAMA      PIC X(8)  VALUE 'EDBD1CLU'.
           02  WK-FS-EDRUNC            PIC XX    VALUE ZERO.
           02  WK-PERIODO-AAAAMM       PIC 9(06) VALUE ZERO.
           02  WK-CORRIDA-RECHAZADA    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-RECHAZADA    VALUE 'S'.
           02  WK-CORRIDA-EXISTENTE    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-EXISTENTE    VALUE 'S'.
           02  WK-FS-EDAMCR            PIC XX    VALUE ZERO.
           02  WK-FS-EDFOTO            PIC XX    VALUE ZERO.
           02  WK-FS-EDPARM            PIC XX    VALUE ZERO.
           02  WK-FS-EDRPTU            PIC XX    VALUE ZERO.
           02  WK-PARM-ENCONTRADO      PIC X     VALUE 'N'.
               88  WK-SI-PARM-ENCONTRADO      VALUE 'S'.
           02  WK-FECHA-PROCESO        PIC 9(08) VALUE ZERO.
           02  WK-CORTE-B1             PIC 9(5)V99  VALUE 2.
           02  WK-CORTE-B2             PIC 9(5)V99  VALUE 3.
           02  WK-CORTE-B3             PIC 9(5)V99  VALUE 4.
           02  WK-CORTE-B4             PIC 9(5)V99  VALUE 7.
           02  WK-DIAS-TRANSCURRIDOS   PIC S9(8) VALUE ZERO.
           02  WK-MESES-TRANSCURRIDOS  PIC S9(5) VALUE ZERO.
           02  WK-SALDO-ESPERADO       PIC S9(9)V99 VALUE ZERO.
           02  WK-DEFICIT              PIC S9(9)V99 VALUE ZERO.
           02  WK-CUOTAS-ATRASO        PIC S9(5)V99 VALUE ZERO.
           02  WK-BKT                  PIC 9     VALUE ZERO.
           02  WK-I                    PIC 99    VALUE ZERO.
           02  WK-END-OF-FILE          PIC X        VALUE 'N'.
               88  WK-FIN-ARCHIVO             VALUE 'S'.
           02  WK-FALLA-INICIO         PIC X     VALUE 'N'.
               88  WK-SI-FALLA-INICIO         VALUE 'S'.
           02  WK-TOTALES.
               03  WK-TOT-REGISTROS        PIC 9(07) VALUE ZERO.
               03  WK-TOT-ELIMINADOS       PIC 9(07) VALUE ZERO.
               03  WK-TOT-FOTOS            PIC 9(07) VALUE ZERO.
               03  WK-TOT-REESCRITAS       PIC 9(07) VALUE ZERO.
               03  WK-TOT-SALDO            PIC S9(13)V99 VALUE ZERO.

      *---- NOMBRES DE LAS FILAS DEL RESUMEN: LAS SEIS CATEGORIAS ----*
      *---- DE LOS CREDITOS ACTIVOS Y LOS TRES ESTADOS CERRADOS ------*
       01  WK-NOMBRES-ESTADO.
           02  FILLER   PIC X(15) VALUE 'AL DIA'.
           02  FILLER   PIC X(15) VALUE '1-30 DIAS'.
           02  FILLER   PIC X(15) VALUE '31-60 DIAS'.
           02  FILLER   PIC X(15) VALUE '61-90 DIAS'.
           02  FILLER   PIC X(15) VALUE '91-180 DIAS'.
           02  FILLER   PIC X(15) VALUE 'MAS DE 180 DIAS'.
           02  FILLER   PIC X(15) VALUE 'CANCELADOS'.
           02  FILLER   PIC X(15) VALUE 'CASTIGADOS'.
           02  FILLER   PIC X(15) VALUE 'REESTRUCTURADOS'.
       01  WK-TABLA-NOMBRES REDEFINES WK-NOMBRES-ESTADO.
           02  WK-NOMBRE-EST           PIC X(15) OCCURS 9.

      *---- ACUMULADOS POR FILA (MISMO ORDEN DE WK-NOMBRE-EST) -------*
       01  WK-TABLA-ESTADOS.
           02  WK-EST-ENTRADA OCCURS 9.
               03  WK-EST-CANT         PIC 9(07).
               03  WK-EST-SALDO        PIC S9(13)V99.

       01  WK-ENC-1.
           02  FILLER            PIC X(35) VALUE SPACE.
           02  FILLER            PIC X(37)
               VALUE 'FOTO DE CARTERA DE FIN DE MES'.

       01  WK-ENC-2.
           02  FILLER            PIC X(15) VALUE 'FECHA PROCESO:'.
           02  WK-ENC-2-FECHA    PIC 9999/99/99.
           02  FILLER            PIC X(20) VALUE SPACE.
           02  FILLER            PIC X(20) VALUE 'PROGRAMA EDBD1CLU'.

       01  WK-ENC-3.
           02  FILLER            PIC X(15) VALUE 'PERIODO:'.
           02  WK-ENC-3-PERIODO  PIC 9999/99.

       01  WK-ENC-4.
           02  FILLER            PIC X(17) VALUE 'CATEGORIA/ESTADO'.
           02  FILLER            PIC X(10) VALUE 'CREDITOS'.
           02  FILLER            PIC X(20) VALUE 'SALDO'.

       01  WK-EST-LINEA.
           02  WK-EST-NOMBRE     PIC X(15).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-EST-CREDITOS   PIC ZZZ,ZZ9.
           02  FILLER            PIC X(3)  VALUE SPACE.
           02  WK-EST-SALDO-ED   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WK-RES-LINEA.
           02  WK-RES-TITULO     PIC X(35).
           02  WK-RES-CANTIDAD   PIC ZZZ,ZZ9.
           02  FILLER            PIC X(4) VALUE SPACE.
           02  WK-RES-SALDO      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

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
           DIVIDE WK-FECHA-PROCESO BY 100
               GIVING WK-PERIODO-AAAAMM.
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

      *---- LEER LA CORRIDA DEL PERIODO ACTUAL Y RECHAZAR LA ---------*
      *---- REPETICION: LA FOTO DEL MES SE TOMA UNA SOLA VEZ ---------*
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
           IF WK-SI-CORRIDA-EXISTENTE AND EDRC-COMPLETADO
               DISPLAY 'EDBD1CLU YA COMPLETADO PARA EL PERIODO '
                   EDRC-PERIODO ' - CORRIDA RECHAZADA'
               SET WK-SI-CORRIDA-RECHAZADA TO TRUE
               CLOSE EDRUNC
           END-IF.

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-PROCESO.
           INITIALIZE WK-TABLA-ESTADOS.
           PERFORM 130-LEER-PARAMETROS.
           PERFORM 120-ABRIR-FOTOS.
           OPEN INPUT EDAMCR.
           IF WK-FS-EDAMCR NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDAMCR - STATUS ' WK-FS-EDAMCR
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN OUTPUT EDRPTU.
           IF WK-FS-EDRPTU NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDRPTU - STATUS ' WK-FS-EDRPTU
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           IF NOT WK-FIN-ARCHIVO
               MOVE ZERO TO EDMP-LLAVE
               START EDAMCR KEY IS NOT LESS THAN EDMP-LLAVE
                   INVALID KEY
                       MOVE 'S' TO WK-END-OF-FILE
               END-START
           END-IF.
           IF NOT WK-FIN-ARCHIVO
               PERFORM 210-LEER-EDAMCR
           END-IF.

      *---- ABRIR (O CREAR SI NO EXISTE) EL HISTORICO DE FOTOS -------*
       120-ABRIR-FOTOS.
           OPEN I-O EDFOTO.
           IF WK-FS-EDFOTO = '35'
               OPEN OUTPUT EDFOTO
               CLOSE EDFOTO
               OPEN I-O EDFOTO
           END-IF.
           IF WK-FS-EDFOTO NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDFOTO - STATUS ' WK-FS-EDFOTO
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
               MOVE 'CORTEB01' TO EDPA-LLAVE
               PERFORM 135-LEER-PARAMETRO
               IF WK-SI-PARM-ENCONTRADO
                   MOVE EDPA-VALOR TO WK-CORTE-B1
               END-IF
               MOVE 'CORTEB02' TO EDPA-LLAVE
               PERFORM 135-LEER-PARAMETRO
               IF WK-SI-PARM-ENCONTRADO
                   MOVE EDPA-VALOR TO WK-CORTE-B2
               END-IF
               MOVE 'CORTEB03' TO EDPA-LLAVE
               PERFORM 135-LEER-PARAMETRO
               IF WK-SI-PARM-ENCONTRADO
                   MOVE EDPA-VALOR TO WK-CORTE-B3
               END-IF
               MOVE 'CORTEB04' TO EDPA-LLAVE
               PERFORM 135-LEER-PARAMETRO
               IF WK-SI-PARM-ENCONTRADO
                   MOVE EDPA-VALOR TO WK-CORTE-B4
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

      *---- UNA FOTO POR CREDITO NO ELIMINADO: LOS ACTIVOS SE --------*
      *---- CLASIFICAN POR ATRASO, LOS CERRADOS VAN POR SU ESTADO ----*
       200-PROCESAR-ARCHIVO.
           ADD 1 TO WK-TOT-REGISTROS.
           IF EDMP-MARCA-ELIMINADO = 'D'
               ADD 1 TO WK-TOT-ELIMINADOS
           ELSE
               EVALUATE TRUE
                   WHEN EDMP-CREDITO-CANCELADO
                       MOVE ZERO TO WK-CUOTAS-ATRASO
                       MOVE ZERO TO WK-BKT
                       MOVE 7 TO WK-I
                   WHEN EDMP-CREDITO-CASTIGADO
                       MOVE ZERO TO WK-CUOTAS-ATRASO
                       MOVE ZERO TO WK-BKT
                       MOVE 8 TO WK-I
                   WHEN EDMP-CREDITO-REESTRUCTURADO
                       MOVE ZERO TO WK-CUOTAS-ATRASO
                       MOVE ZERO TO WK-BKT
                       MOVE 9 TO WK-I
                   WHEN OTHER
                       PERFORM 300-CLASIFICAR-REGISTRO
                       COMPUTE WK-I = WK-BKT + 1
               END-EVALUATE
               PERFORM 320-GRABAR-FOTO
           END-IF.
           PERFORM 210-LEER-EDAMCR.

       210-LEER-EDAMCR.
           READ EDAMCR NEXT RECORD
               AT END
                   MOVE 'S' TO WK-END-OF-FILE
           END-READ.

      *--------- CALCULA EL ATRASO CON LA MISMA AMORTIZACION LINEAL --*
      *--------- DEL REPORTE DE ENVEJECIMIENTO (EDBD1CLA) ------------*
       300-CLASIFICAR-REGISTRO.
           COMPUTE WK-DIAS-TRANSCURRIDOS =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-PROCESO)
               - FUNCTION INTEGER-OF-DATE(EDMP-FECHA-INICIO-PRESTAMO)
           ON SIZE ERROR
               MOVE 0 TO WK-DIAS-TRANSCURRIDOS
           END-COMPUTE.
           IF WK-DIAS-TRANSCURRIDOS < 0
               MOVE 0 TO WK-DIAS-TRANSCURRIDOS
           END-IF.
           COMPUTE WK-MESES-TRANSCURRIDOS = WK-DIAS-TRANSCURRIDOS / 30.
           COMPUTE WK-SALDO-ESPERADO =
               EDMP-MONTO-TOTAL
               - (WK-MESES-TRANSCURRIDOS * EDMP-CUOTA-MENSUAL).
           IF WK-SALDO-ESPERADO < 0
               MOVE 0 TO WK-SALDO-ESPERADO
           END-IF.
           COMPUTE WK-DEFICIT = EDMP-SALDO-TOTAL - WK-SALDO-ESPERADO.
           IF WK-DEFICIT <= 0 OR EDMP-CUOTA-MENSUAL = 0
               MOVE 0 TO WK-CUOTAS-ATRASO
           ELSE
               COMPUTE WK-CUOTAS-ATRASO ROUNDED =
                   WK-DEFICIT / EDMP-CUOTA-MENSUAL
           END-IF.
           EVALUATE TRUE
               WHEN WK-CUOTAS-ATRASO < 1
                   MOVE 0 TO WK-BKT
               WHEN WK-CUOTAS-ATRASO < WK-CORTE-B1
                   MOVE 1 TO WK-BKT
               WHEN WK-CUOTAS-ATRASO < WK-CORTE-B2
                   MOVE 2 TO WK-BKT
               WHEN WK-CUOTAS-ATRASO < WK-CORTE-B3
                   MOVE 3 TO WK-BKT
               WHEN WK-CUOTAS-ATRASO < WK-CORTE-B4
                   MOVE 4 TO WK-BKT
               WHEN OTHER
                   MOVE 5 TO WK-BKT
           END-EVALUATE.

      *---- GRABAR LA FOTO DEL CREDITO; SI YA EXISTE PARA EL ---------*
      *---- PERIODO (REANUDACION DE UNA CORRIDA INTERRUMPIDA) SE -----*
      *---- REESCRIBE CON LOS DATOS DE HOY ----------------------------*
       320-GRABAR-FOTO.
           INITIALIZE REG-EDFOTO.
           MOVE WK-PERIODO-AAAAMM          TO EDFO-PERIODO.
           MOVE EDMP-LLAVE                 TO EDFO-COD-CREDITO.
           MOVE EDMP-CODIGO-CLIENTE        TO EDFO-CODIGO-CLIENTE.
           MOVE EDMP-SALDO-TOTAL           TO EDFO-SALDO-TOTAL.
           MOVE EDMP-MONTO-TOTAL           TO EDFO-MONTO-TOTAL.
           MOVE WK-CUOTAS-ATRASO           TO EDFO-CUOTAS-ATRASO.
           MOVE WK-BKT                     TO EDFO-CATEGORIA.
           MOVE EDMP-ESTADO-CREDITO        TO EDFO-ESTADO-CREDITO.
           IF EDMP-ESTADO-CREDITO = SPACE
               MOVE 'A'                    TO EDFO-ESTADO-CREDITO
           END-IF.
           MOVE EDMP-FECHA-INICIO-PRESTAMO
               TO EDFO-FECHA-INICIO-PRESTAMO.
           MOVE EDMP-FECHA-CANCELACION     TO EDFO-FECHA-CANCELACION.
           MOVE WK-FECHA-PROCESO           TO EDFO-FECHA-FOTO.
           WRITE REG-EDFOTO
               INVALID KEY
                   REWRITE REG-EDFOTO
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR FOTO '
                               EDFO-LLAVE ' STATUS ' WK-FS-EDFOTO
                       NOT INVALID KEY
                           ADD 1 TO WK-TOT-REESCRITAS
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WK-TOT-FOTOS.
           ADD EDMP-SALDO-TOTAL TO WK-TOT-SALDO.
           ADD 1 TO WK-EST-CANT(WK-I).
           ADD EDMP-SALDO-TOTAL TO WK-EST-SALDO(WK-I).

      *---------- RESUMEN POR CATEGORIA/ESTADO Y TOTALES -------------*
       800-IMPRIMIR-TOTALES.
           MOVE WK-ENC-1 TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE WK-FECHA-PROCESO TO WK-ENC-2-FECHA.
           MOVE WK-ENC-2 TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE WK-PERIODO-AAAAMM TO WK-ENC-3-PERIODO.
           MOVE WK-ENC-3 TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE SPACE TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE WK-ENC-4 TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           PERFORM 810-IMPRIMIR-ESTADO
               VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 9.
           MOVE SPACE TO WK-EST-LINEA.
           MOVE 'TOTAL FOTOS'        TO WK-EST-NOMBRE.
           MOVE WK-TOT-FOTOS         TO WK-EST-CREDITOS.
           MOVE WK-TOT-SALDO         TO WK-EST-SALDO-ED.
           MOVE SPACE TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE WK-EST-LINEA TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE SPACE TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE 'TOTAL REGISTROS LEIDOS'          TO WK-RES-TITULO
           MOVE WK-TOT-REGISTROS TO WK-RES-CANTIDAD
           MOVE ZERO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'CREDITOS ELIMINADOS (SIN FOTO)'  TO WK-RES-TITULO
           MOVE WK-TOT-ELIMINADOS TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'FOTOS REESCRITAS (REANUDACION)'  TO WK-RES-TITULO
           MOVE WK-TOT-REESCRITAS TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.

       810-IMPRIMIR-ESTADO.
           MOVE WK-NOMBRE-EST(WK-I)    TO WK-EST-NOMBRE.
           MOVE WK-EST-CANT(WK-I)      TO WK-EST-CREDITOS.
           MOVE WK-EST-SALDO(WK-I)     TO WK-EST-SALDO-ED.
           MOVE WK-EST-LINEA TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.

      *---- MARCAR LA CORRIDA COMPLETADA ('C') EN EL CONTROL DE ------*
      *---- CORRIDAS CON LOS CONTADORES DEL PROCESO ------------------*
       910-MARCAR-CORRIDA.
           MOVE WK-NOMBRE-PROGRAMA TO EDRC-PROGRAMA.
           COMPUTE EDRC-PERIODO = WK-PERIODO-AAAAMM * 100.
           MOVE WK-FECHA-PROCESO TO EDRC-FECHA-PROCESO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDRC-HORA-PROCESO.
           MOVE 'C' TO EDRC-ESTADO.
           MOVE WK-TOT-REGISTROS TO EDRC-REG-LEIDOS.
           MOVE WK-TOT-FOTOS TO EDRC-REG-ACTUALIZADOS.
           REWRITE REG-EDRUNC
               INVALID KEY
                   DISPLAY 'ERROR AL MARCAR EDRUNC - STATUS '
                       WK-FS-EDRUNC
           END-REWRITE.

       900-FINALIZAR.
           CLOSE EDAMCR.
           CLOSE EDFOTO.
           CLOSE EDRPTU.
           CLOSE EDRUNC.
