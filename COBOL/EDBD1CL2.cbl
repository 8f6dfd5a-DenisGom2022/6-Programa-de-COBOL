      ******************************************************************
      * FECHA       : 10/15/2026                                       *
      * PROGRAMADOR : DENIS GOMEZ                                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDBD1CL2                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : PROCESO SEMANAL - INTEGRIDAD ENTRE ARCHIVOS:     *
      *             : COMPLEMENTA A EDBD1CLV Y EDBD1CLL (QUE CUADRAN   *
      *             : EL DINERO) VERIFICANDO QUE LOS ARCHIVOS SE       *
      *             : CORRESPONDAN ENTRE SI. REPORTA CADA ENLACE ROTO: *
      *             : 1 CREDITO DE EDAMCR CUYO CLIENTE NO EXISTE EN    *
      *             :   EDAMCL                                         *
      *             : 2 MOVIMIENTO DE EDMOVS DE UN CREDITO QUE NO      *
      *             :   EXISTE EN EDAMCR                               *
      *             : 3 GESTION DE EDGEST DE UN CREDITO QUE NO EXISTE  *
      *             :   EN EDAMCR                                      *
      *             : 4 PROMESA PENDIENTE EN EDGEST SOBRE UN CREDITO   *
      *             :   CERRADO (CANCELADO, CASTIGADO, REESTRUCTURADO  *
      *             :   O ELIMINADO)                                   *
      *             : 5 MOVIMIENTO DE EDMOVS DE UN OPERADOR SIN PERFIL *
      *             :   EN EDSEGU (LOS PROCESOS BATCH GRABAN SU PROPIO *
      *             :   NOMBRE COMO OPERADOR Y NO SE VERIFICAN)        *
      *             : 6 REGISTRO DE EDAUD DE UN OPERADOR SIN PERFIL EN *
      *             :   EDSEGU                                         *
      *             : CON LA CANTIDAD DE EXCEPCIONES DE CADA TIPO AL   *
      *             : FINAL. SE CORRE ANTES DEL CIERRE DE MES. SOLO    *
      *             : LEE LOS ARCHIVOS, POR LO QUE LA CORRIDA SE       *
      *             : REGISTRA EN EDRUNC POR DIA Y ES REPETIBLE        *
      * ARCHIVOS    : EDAMCR, EDAMCL, EDMOVS, EDGEST, EDSEGU Y EDAUD   *
      *             : (SOLO LECTURA), EDPARM (SOLO LECTURA),           *
      *             : EDRPT2 (SALIDA - EXCEPCIONES DE INTEGRIDAD)      *
      * ACCION (ES) : 2=VERIFICAR INTEGRIDAD ENTRE ARCHIVOS            *
      * PROGRAMA(S) :                                                  *
      * CANAL       : BATCH                                            *
      * INSTALADO   : 10/15/2026                                       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDBD1CL2.
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

           SELECT EDAMCL ASSIGN TO 'EDP3CL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDCM-CODIGO-CLIENTE
               FILE STATUS IS WK-FS-EDAMCL.

           SELECT EDMOVS ASSIGN TO 'EDMOVS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMV-LLAVE
               FILE STATUS IS WK-FS-EDMOVS.

           SELECT EDGEST ASSIGN TO 'EDGEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDGE-LLAVE
               FILE STATUS IS WK-FS-EDGEST.

           SELECT EDSEGU ASSIGN TO 'EDSEGU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EDSE-OPERADOR
               FILE STATUS IS WK-FS-EDSEGU.

           SELECT EDAUD ASSIGN TO 'EDAUD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDAU-LLAVE
               FILE STATUS IS WK-FS-EDAUD.

           SELECT EDPARM ASSIGN TO 'EDPARM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPA-LLAVE
               FILE STATUS IS WK-FS-EDPARM.

           SELECT EDRPT2 ASSIGN TO 'EDRPT2'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EDRPT2.

           SELECT EDRUNC ASSIGN TO 'EDRUNC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRC-LLAVE
               FILE STATUS IS WK-FS-EDRUNC.

       DATA DIVISION.
       FILE SECTION.
       FD  EDAMCR.
       COPY EDMACR.

       FD  EDAMCL.
       COPY EDMACL.

       FD  EDMOVS.
       COPY EDMOVC.

       FD  EDGEST.
       COPY EDGESC.

       FD  EDSEGU.
       COPY EDSEGU.

       FD  EDAUD.
       COPY EDAUD.

       FD  EDPARM.
       COPY EDPARM.

       FD  EDRPT2
           RECORDING MODE IS F.
       01  WK-LINEA-REPORTE            PIC X(132).

       FD  EDRUNC.
       COPY EDRUNC.

       WORKING-STORAGE SECTION.
       01  WK-CAMPOS-DE-TRABAJO.
           02  WK-NOMBRE-PROGRAMA      PIC X(8)  VALUE 'EDBD1CL2'.
           02  WK-FS-EDAMCR            PIC XX    VALUE ZERO.
           02  WK-FS-EDAMCL            PIC XX    VALUE ZERO.
           02  WK-FS-EDMOVS            PIC XX    VALUE ZERO.
           02  WK-FS-EDGEST            PIC XX    VALUE ZERO.
           02  WK-FS-EDSEGU            PIC XX    VALUE ZERO.
           02  WK-FS-EDAUD             PIC XX    VALUE ZERO.
           02  WK-FS-EDPARM            PIC XX    VALUE ZERO.
           02  WK-FS-EDRPT2            PIC XX    VALUE ZERO.
           02  WK-FS-EDRUNC            PIC XX    VALUE ZERO.
           02  WK-CORRIDA-RECHAZADA    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-RECHAZADA    VALUE 'S'.
           02  WK-CORRIDA-EXISTENTE    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-EXISTENTE    VALUE 'S'.
           02  WK-PARM-ENCONTRADO      PIC X     VALUE 'N'.
               88  WK-SI-PARM-ENCONTRADO      VALUE 'S'.
           02  WK-END-OF-FILE          PIC X     VALUE 'N'.
               88  WK-FIN-ARCHIVO             VALUE 'S'.
           02  WK-FALLA-INICIO         PIC X     VALUE 'N'.
               88  WK-SI-FALLA-INICIO         VALUE 'S'.
           02  WK-CREDITO-EXISTE       PIC X     VALUE 'N'.
               88  WK-SI-CREDITO-EXISTE       VALUE 'S'.
           02  WK-OPERADOR-EXISTE      PIC X     VALUE 'N'.
               88  WK-SI-OPERADOR-EXISTE      VALUE 'S'.
           02  WK-ULTIMO-OPERADOR      PIC X(08) VALUE LOW-VALUES.
           02  WK-OPERADOR-BUSCAR      PIC X(08) VALUE SPACE.
           02  WK-FECHA-PROCESO        PIC 9(08) VALUE ZERO.
           02  WK-LINEAS-PAGINA        PIC 99    VALUE 50.
           02  WK-NUM-LINEA            PIC 99    VALUE 99.
           02  WK-NUM-PAGINA           PIC 9(04) VALUE ZERO.
           02  WK-TOTALES.
               03  WK-TOT-LEIDOS           PIC 9(07) VALUE ZERO.
               03  WK-TOT-CREDITOS         PIC 9(07) VALUE ZERO.
               03  WK-TOT-MOVIMIENTOS      PIC 9(07) VALUE ZERO.
               03  WK-TOT-GESTIONES        PIC 9(07) VALUE ZERO.
               03  WK-TOT-AUDITORIA        PIC 9(07) VALUE ZERO.
               03  WK-TOT-EXCEPCIONES      PIC 9(07) VALUE ZERO.
               03  WK-TOT-CRED-SIN-CLIENTE PIC 9(07) VALUE ZERO.
               03  WK-TOT-MOV-SIN-CREDITO  PIC 9(07) VALUE ZERO.
               03  WK-TOT-GES-SIN-CREDITO  PIC 9(07) VALUE ZERO.
               03  WK-TOT-PROMESA-CERRADO  PIC 9(07) VALUE ZERO.
               03  WK-TOT-MOV-SIN-OPERADOR PIC 9(07) VALUE ZERO.
               03  WK-TOT-AUD-SIN-OPERADOR PIC 9(07) VALUE ZERO.

       01  WK-ENC-1.
           02  FILLER            PIC X(35) VALUE SPACE.
           02  FILLER            PIC X(37)
               VALUE 'INTEGRIDAD ENTRE ARCHIVOS'.
           02  FILLER            PIC X(10) VALUE 'PAGINA :'.
           02  WK-ENC-1-PAGINA   PIC ZZZ9.

       01  WK-ENC-2.
           02  FILLER            PIC X(15) VALUE 'FECHA PROCESO:'.
           02  WK-ENC-2-FECHA    PIC 9999/99/99.
           02  FILLER            PIC X(20) VALUE SPACE.
           02  FILLER            PIC X(20) VALUE 'PROGRAMA EDBD1CL2'.

       01  WK-ENC-3.
           02  FILLER            PIC X(06) VALUE 'TIPO'.
           02  FILLER            PIC X(10) VALUE 'ARCHIVO'.
           02  FILLER            PIC X(14) VALUE 'CREDITO'.
           02  FILLER            PIC X(12) VALUE 'FECHA'.
           02  FILLER            PIC X(14) VALUE 'REFERENCIA'.
           02  FILLER            PIC X(45) VALUE 'EXCEPCION'.

       01  WK-DET-LINEA.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-TIPO       PIC 9.
           02  FILLER            PIC X(3)  VALUE SPACE.
           02  WK-DET-ARCHIVO    PIC X(08).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-CREDITO    PIC Z(11)9.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-FECHA      PIC 9999/99/99 BLANK WHEN ZERO.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-REFERENCIA PIC X(12).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-EXCEPCION  PIC X(45).

       01  WK-RES-LINEA.
           02  WK-RES-TITULO     PIC X(45).
           02  WK-RES-CANTIDAD   PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-PRINCIPAL.
           PERFORM 050-VERIFICAR-CORRIDA.
           IF NOT WK-SI-CORRIDA-RECHAZADA
               PERFORM 100-INICIALIZAR
               IF NOT WK-SI-FALLA-INICIO
                   PERFORM 200-VERIFICAR-CREDITOS
                   PERFORM 250-VERIFICAR-MOVIMIENTOS
                   PERFORM 300-VERIFICAR-GESTIONES
                   PERFORM 350-VERIFICAR-AUDITORIA
               END-IF
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

      *---- LEER LA CORRIDA DEL DIA (EL PROCESO ES REPETIBLE: SOLO ---*
      *---- LEE LOS ARCHIVOS) ----------------------------------------*
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-PROCESO.
           PERFORM 130-LEER-PARAMETROS.
           OPEN INPUT EDAMCR.
           IF WK-FS-EDAMCR NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDAMCR - STATUS ' WK-FS-EDAMCR
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN INPUT EDAMCL.
           IF WK-FS-EDAMCL NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDAMCL - STATUS ' WK-FS-EDAMCL
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN INPUT EDMOVS.
           IF WK-FS-EDMOVS NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDMOVS - STATUS ' WK-FS-EDMOVS
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN INPUT EDGEST.
           IF WK-FS-EDGEST NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDGEST - STATUS ' WK-FS-EDGEST
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN INPUT EDSEGU.
           IF WK-FS-EDSEGU NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDSEGU - STATUS ' WK-FS-EDSEGU
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN INPUT EDAUD.
           IF WK-FS-EDAUD NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDAUD - STATUS ' WK-FS-EDAUD
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN OUTPUT EDRPT2.
           IF WK-FS-EDRPT2 NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDRPT2 - STATUS ' WK-FS-EDRPT2
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

      *---- TIPO 1: CADA CREDITO DE EDAMCR DEBE TENER SU CLIENTE -----*
      *---- EN EDAMCL ------------------------------------------------*
       200-VERIFICAR-CREDITOS.
           MOVE 'N' TO WK-END-OF-FILE.
           PERFORM 210-LEER-EDAMCR.
           PERFORM 220-VERIFICAR-UN-CREDITO
               UNTIL WK-FIN-ARCHIVO.

       210-LEER-EDAMCR.
           READ EDAMCR NEXT RECORD
               AT END
                   MOVE 'S' TO WK-END-OF-FILE
           END-READ.

       220-VERIFICAR-UN-CREDITO.
           ADD 1 TO WK-TOT-CREDITOS.
           MOVE EDMP-CODIGO-CLIENTE TO EDCM-CODIGO-CLIENTE.
           READ EDAMCL
               INVALID KEY
                   ADD 1 TO WK-TOT-CRED-SIN-CLIENTE
                   MOVE 1                   TO WK-DET-TIPO
                   MOVE 'EDAMCR'            TO WK-DET-ARCHIVO
                   MOVE EDMP-LLAVE          TO WK-DET-CREDITO
                   MOVE ZERO                TO WK-DET-FECHA
                   MOVE EDMP-CODIGO-CLIENTE TO WK-DET-REFERENCIA
                   MOVE 'CLIENTE DEL CREDITO NO EXISTE EN EDAMCL'
                       TO WK-DET-EXCEPCION
                   PERFORM 400-IMPRIMIR-EXCEPCION
           END-READ.
           PERFORM 210-LEER-EDAMCR.

      *---- TIPOS 2 Y 5: CADA MOVIMIENTO DE EDMOVS DEBE SER DE UN ----*
      *---- CREDITO DE EDAMCR Y, SI LO GRABO UN OPERADOR EN LINEA, ---*
      *---- DE UN OPERADOR CON PERFIL EN EDSEGU (EN BATCH EL ---------*
      *---- OPERADOR ES EL MISMO PROGRAMA Y NO SE VERIFICA) ----------*
       250-VERIFICAR-MOVIMIENTOS.
           MOVE 'N' TO WK-END-OF-FILE.
           PERFORM 255-LEER-EDMOVS.
           PERFORM 260-VERIFICAR-UN-MOVIMIENTO
               UNTIL WK-FIN-ARCHIVO.

       255-LEER-EDMOVS.
           READ EDMOVS NEXT RECORD
               AT END
                   MOVE 'S' TO WK-END-OF-FILE
           END-READ.

       260-VERIFICAR-UN-MOVIMIENTO.
           ADD 1 TO WK-TOT-MOVIMIENTOS.
           MOVE EDMV-COD-CREDITO TO EDMP-LLAVE.
           PERFORM 380-BUSCAR-CREDITO.
           IF NOT WK-SI-CREDITO-EXISTE
               ADD 1 TO WK-TOT-MOV-SIN-CREDITO
               MOVE 2                   TO WK-DET-TIPO
               MOVE 'EDMOVS'            TO WK-DET-ARCHIVO
               MOVE EDMV-COD-CREDITO    TO WK-DET-CREDITO
               MOVE EDMV-FECHA          TO WK-DET-FECHA
               MOVE EDMV-PROGRAMA       TO WK-DET-REFERENCIA
               MOVE 'MOVIMIENTO DE UN CREDITO QUE NO ESTA EN EDAMCR'
                   TO WK-DET-EXCEPCION
               PERFORM 400-IMPRIMIR-EXCEPCION
           END-IF.
           IF EDMV-OPERADOR NOT = EDMV-PROGRAMA
               MOVE EDMV-OPERADOR TO WK-OPERADOR-BUSCAR
               PERFORM 385-BUSCAR-OPERADOR
               IF NOT WK-SI-OPERADOR-EXISTE
                   ADD 1 TO WK-TOT-MOV-SIN-OPERADOR
                   MOVE 5                   TO WK-DET-TIPO
                   MOVE 'EDMOVS'            TO WK-DET-ARCHIVO
                   MOVE EDMV-COD-CREDITO    TO WK-DET-CREDITO
                   MOVE EDMV-FECHA          TO WK-DET-FECHA
                   MOVE EDMV-OPERADOR       TO WK-DET-REFERENCIA
                   MOVE 'MOVIMIENTO DE UN OPERADOR SIN PERFIL EDSEGU'
                       TO WK-DET-EXCEPCION
                   PERFORM 400-IMPRIMIR-EXCEPCION
               END-IF
           END-IF.
           PERFORM 255-LEER-EDMOVS.

      *---- TIPOS 3 Y 4: CADA GESTION DE EDGEST DEBE SER DE UN -------*
      *---- CREDITO DE EDAMCR, Y UNA PROMESA PENDIENTE SOLO PUEDE ----*
      *---- ESTAR SOBRE UN CREDITO ACTIVO ----------------------------*
       300-VERIFICAR-GESTIONES.
           MOVE 'N' TO WK-END-OF-FILE.
           PERFORM 305-LEER-EDGEST.
           PERFORM 310-VERIFICAR-UNA-GESTION
               UNTIL WK-FIN-ARCHIVO.

       305-LEER-EDGEST.
           READ EDGEST NEXT RECORD
               AT END
                   MOVE 'S' TO WK-END-OF-FILE
           END-READ.

       310-VERIFICAR-UNA-GESTION.
           ADD 1 TO WK-TOT-GESTIONES.
           MOVE EDGE-COD-CREDITO TO EDMP-LLAVE.
           PERFORM 380-BUSCAR-CREDITO.
           MOVE 'EDGEST'                TO WK-DET-ARCHIVO.
           MOVE EDGE-COD-CREDITO        TO WK-DET-CREDITO.
           MOVE EDGE-FECHA-GESTION      TO WK-DET-FECHA.
           EVALUATE TRUE
               WHEN NOT WK-SI-CREDITO-EXISTE
                   ADD 1 TO WK-TOT-GES-SIN-CREDITO
                   MOVE 3               TO WK-DET-TIPO
                   MOVE EDGE-OPERADOR   TO WK-DET-REFERENCIA
                   MOVE 'GESTION DE UN CREDITO QUE NO ESTA EN EDAMCR'
                       TO WK-DET-EXCEPCION
                   PERFORM 400-IMPRIMIR-EXCEPCION
               WHEN NOT EDGE-PROMESA-PENDIENTE
                   CONTINUE
               WHEN EDMP-MARCA-ELIMINADO = 'D'
                   ADD 1 TO WK-TOT-PROMESA-CERRADO
                   MOVE 4               TO WK-DET-TIPO
                   MOVE 'ELIMINADO'     TO WK-DET-REFERENCIA
                   MOVE 'PROMESA PENDIENTE EN UN CREDITO CERRADO'
                       TO WK-DET-EXCEPCION
                   PERFORM 400-IMPRIMIR-EXCEPCION
               WHEN NOT EDMP-CREDITO-ACTIVO
                   ADD 1 TO WK-TOT-PROMESA-CERRADO
                   MOVE 4               TO WK-DET-TIPO
                   EVALUATE TRUE
                       WHEN EDMP-CREDITO-CANCELADO
                           MOVE 'CANCELADO'     TO WK-DET-REFERENCIA
                       WHEN EDMP-CREDITO-CASTIGADO
                           MOVE 'CASTIGADO'     TO WK-DET-REFERENCIA
                       WHEN EDMP-CREDITO-REESTRUCTURADO
                           MOVE 'REESTRUCTURA'  TO WK-DET-REFERENCIA
                       WHEN OTHER
                           MOVE EDMP-ESTADO-CREDITO
                               TO WK-DET-REFERENCIA
                   END-EVALUATE
                   MOVE 'PROMESA PENDIENTE EN UN CREDITO CERRADO'
                       TO WK-DET-EXCEPCION
                   PERFORM 400-IMPRIMIR-EXCEPCION
           END-EVALUATE.
           PERFORM 305-LEER-EDGEST.

      *---- TIPO 6: CADA REGISTRO DE EDAUD DEBE SER DE UN OPERADOR ---*
      *---- CON PERFIL EN EDSEGU (EDAUD SOLO SE GRABA EN LINEA) ------*
       350-VERIFICAR-AUDITORIA.
           MOVE 'N' TO WK-END-OF-FILE.
           PERFORM 355-LEER-EDAUD.
           PERFORM 360-VERIFICAR-UNA-AUDITORIA
               UNTIL WK-FIN-ARCHIVO.

       355-LEER-EDAUD.
           READ EDAUD NEXT RECORD
               AT END
                   MOVE 'S' TO WK-END-OF-FILE
           END-READ.

       360-VERIFICAR-UNA-AUDITORIA.
           ADD 1 TO WK-TOT-AUDITORIA.
           MOVE EDAU-OPERADOR TO WK-OPERADOR-BUSCAR.
           PERFORM 385-BUSCAR-OPERADOR.
           IF NOT WK-SI-OPERADOR-EXISTE
               ADD 1 TO WK-TOT-AUD-SIN-OPERADOR
               MOVE 6                   TO WK-DET-TIPO
               MOVE 'EDAUD'             TO WK-DET-ARCHIVO
               IF EDAU-CANTIDAD-SELECCION NUMERIC
                  AND EDAU-CANTIDAD-SELECCION > ZERO
                  AND EDAU-CREDITOS-SELECCION(1) NUMERIC
                   MOVE EDAU-CREDITOS-SELECCION(1) TO WK-DET-CREDITO
               ELSE
                   MOVE ZERO            TO WK-DET-CREDITO
               END-IF
               MOVE EDAU-FECHA          TO WK-DET-FECHA
               MOVE EDAU-OPERADOR       TO WK-DET-REFERENCIA
               MOVE 'REGISTRO DE AUDITORIA DE OPERADOR SIN PERFIL'
                   TO WK-DET-EXCEPCION
               PERFORM 400-IMPRIMIR-EXCEPCION
           END-IF.
           PERFORM 355-LEER-EDAUD.

      *---- LEER EL CREDITO EDMP-LLAVE EN EDAMCR (LECTURA DIRECTA) ---*
       380-BUSCAR-CREDITO.
           MOVE 'N' TO WK-CREDITO-EXISTE.
           READ EDAMCR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WK-CREDITO-EXISTE
           END-READ.

      *---- BUSCAR WK-OPERADOR-BUSCAR EN EDSEGU; LOS REGISTROS DE UN -*
      *---- MISMO OPERADOR VIENEN SEGUIDOS, POR LO QUE SE RECUERDA EL -*
      *---- ULTIMO OPERADOR BUSCADO PARA NO RELEERLO -----------------*
       385-BUSCAR-OPERADOR.
           IF WK-OPERADOR-BUSCAR NOT = WK-ULTIMO-OPERADOR
               MOVE WK-OPERADOR-BUSCAR TO WK-ULTIMO-OPERADOR
               MOVE 'N' TO WK-OPERADOR-EXISTE
               IF WK-OPERADOR-BUSCAR NOT = SPACE
                   MOVE WK-OPERADOR-BUSCAR TO EDSE-OPERADOR
                   READ EDSEGU
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WK-OPERADOR-EXISTE
                   END-READ
               END-IF
           END-IF.

       400-IMPRIMIR-EXCEPCION.
           IF WK-NUM-LINEA >= WK-LINEAS-PAGINA
               PERFORM 500-IMPRIMIR-ENCABEZADO
           END-IF.
           ADD 1 TO WK-TOT-EXCEPCIONES.
           MOVE WK-DET-LINEA TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           ADD 1 TO WK-NUM-LINEA.

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
           IF WK-NUM-PAGINA = ZERO AND NOT WK-SI-FALLA-INICIO
               PERFORM 500-IMPRIMIR-ENCABEZADO
           END-IF.
           MOVE SPACE TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE 'RESUMEN DE INTEGRIDAD' TO WK-RES-TITULO.
           MOVE WK-RES-TITULO TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE 'CREDITOS LEIDOS EN EDAMCR'        TO WK-RES-TITULO
           MOVE WK-TOT-CREDITOS TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'MOVIMIENTOS LEIDOS EN EDMOVS'     TO WK-RES-TITULO
           MOVE WK-TOT-MOVIMIENTOS TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'GESTIONES LEIDAS EN EDGEST'       TO WK-RES-TITULO
           MOVE WK-TOT-GESTIONES TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'REGISTROS LEIDOS EN EDAUD'        TO WK-RES-TITULO
           MOVE WK-TOT-AUDITORIA TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE '1 CREDITOS SIN CLIENTE EN EDAMCL' TO WK-RES-TITULO
           MOVE WK-TOT-CRED-SIN-CLIENTE TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE '2 MOVIMIENTOS SIN CREDITO EN EDAMCR'
                                                   TO WK-RES-TITULO
           MOVE WK-TOT-MOV-SIN-CREDITO TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE '3 GESTIONES SIN CREDITO EN EDAMCR' TO WK-RES-TITULO
           MOVE WK-TOT-GES-SIN-CREDITO TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE '4 PROMESAS PENDIENTES EN CREDITO CERRADO'
                                                   TO WK-RES-TITULO
           MOVE WK-TOT-PROMESA-CERRADO TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE '5 MOVIMIENTOS DE OPERADOR SIN PERFIL'
                                                   TO WK-RES-TITULO
           MOVE WK-TOT-MOV-SIN-OPERADOR TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE '6 AUDITORIAS DE OPERADOR SIN PERFIL'
                                                   TO WK-RES-TITULO
           MOVE WK-TOT-AUD-SIN-OPERADOR TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'TOTAL DE EXCEPCIONES'             TO WK-RES-TITULO
           MOVE WK-TOT-EXCEPCIONES TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.

      *---- MARCAR LA CORRIDA COMPLETADA ('C') EN EL CONTROL DE ------*
      *---- CORRIDAS CON LOS REGISTROS LEIDOS DE LOS CUATRO ----------*
      *---- ARCHIVOS RECORRIDOS -------------------------------------*
       910-MARCAR-CORRIDA.
           COMPUTE WK-TOT-LEIDOS = WK-TOT-CREDITOS + WK-TOT-MOVIMIENTOS
               + WK-TOT-GESTIONES + WK-TOT-AUDITORIA.
           MOVE WK-NOMBRE-PROGRAMA TO EDRC-PROGRAMA.
           MOVE WK-FECHA-PROCESO TO EDRC-PERIODO.
           MOVE WK-FECHA-PROCESO TO EDRC-FECHA-PROCESO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDRC-HORA-PROCESO.
           MOVE 'C' TO EDRC-ESTADO.
           MOVE WK-TOT-LEIDOS TO EDRC-REG-LEIDOS.
           MOVE ZERO TO EDRC-REG-ACTUALIZADOS.
           REWRITE REG-EDRUNC
               INVALID KEY
                   DISPLAY 'ERROR AL MARCAR EDRUNC - STATUS '
                       WK-FS-EDRUNC
           END-REWRITE.

       900-FINALIZAR.
           CLOSE EDAMCR.
           CLOSE EDAMCL.
           CLOSE EDMOVS.
           CLOSE EDGEST.
           CLOSE EDSEGU.
           CLOSE EDAUD.
           CLOSE EDRPT2.
           CLOSE EDRUNC.
