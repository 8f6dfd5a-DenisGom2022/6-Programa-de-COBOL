      ******************************************************************
      * FECHA       : 10/15/2026                                       *
      * PROGRAMADOR : DENIS GOMEZ                                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDBD1CL1                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : PROCESO SEMANAL - CLIENTES FUERA DE LIMITE:      *
      *             : RECORRE EL MAESTRO DE CLIENTES EDAMCL Y, POR LA  *
      *             : RUTA ALTERNA DE EDAMCR (EDMP-CODIGO-CLIENTE,     *
      *             : COMO EDBD1CLK), SUMA EL SALDO DE LOS CREDITOS    *
      *             : ACTIVOS DE CADA CLIENTE (EXPOSICION). REPORTA    *
      *             : LOS CLIENTES CUYA EXPOSICION PASA DE SU LIMITE   *
      *             : DE CREDITO, LOS QUE TIENEN EXPOSICION SIN LIMITE *
      *             : APROBADO Y LOS DE LIMITE VENCIDO, CON EL MONTO   *
      *             : DEL EXCESO. SOLO LEE LOS MAESTROS, POR LO QUE    *
      *             : LA CORRIDA SE REGISTRA EN EDRUNC POR DIA Y ES    *
      *             : REPETIBLE                                        *
      * ARCHIVOS    : EDAMCL (ENTRADA), EDAMCR (ENTRADA POR RUTA       *
      *             : ALTERNA), EDPARM (SOLO LECTURA),                 *
      *             : EDRPT1 (SALIDA - CLIENTES FUERA DE LIMITE)       *
      * ACCION (ES) : 1=REPORTAR CLIENTES FUERA DE LIMITE              *
      * PROGRAMA(S) :                                                  *
      * CANAL       : BATCH                                            *
      * INSTALADO   : 10/15/2026                                       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDBD1CL1.
       AUTHOR. DENISGOM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS 'Q ' WITH PICTURE SYMBOL 'Q'.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDAMCL ASSIGN TO 'EDP3CL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDCM-CODIGO-CLIENTE
               FILE STATUS IS WK-FS-EDAMCL.

           SELECT EDAMCR ASSIGN TO 'EDP3CR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMP-LLAVE
               ALTERNATE RECORD KEY IS EDMP-CODIGO-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WK-FS-EDAMCR.

           SELECT EDPARM ASSIGN TO 'EDPARM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPA-LLAVE
               FILE STATUS IS WK-FS-EDPARM.

           SELECT EDRPT1 ASSIGN TO 'EDRPT1'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EDRPT1.

           SELECT EDRUNC ASSIGN TO 'EDRUNC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRC-LLAVE
               FILE STATUS IS WK-FS-EDRUNC.

       DATA DIVISION.
       FILE SECTION.
       FD  EDAMCL.
       COPY EDMACL.

       FD  EDAMCR.
       COPY EDMACR.

       FD  EDPARM.
       COPY EDPARM.

       FD  EDRPT1
           RECORDING MODE IS F.
       01  WK-LINEA-REPORTE            PIC X(132).

       FD  EDRUNC.
       COPY EDRUNC.

       WORKING-STORAGE SECTION.
       01  WK-CAMPOS-DE-TRABAJO.
           02  WK-NOMBRE-PROGRAMA      PIC X(8)  VALUE 'EDBD1CL1'.
           02  WK-FS-EDAMCL            PIC XX    VALUE ZERO.
           02  WK-FS-EDAMCR            PIC XX    VALUE ZERO.
           02  WK-FS-EDPARM            PIC XX    VALUE ZERO.
           02  WK-FS-EDRPT1            PIC XX    VALUE ZERO.
           02  WK-FS-EDRUNC            PIC XX    VALUE ZERO.
           02  WK-CORRIDA-RECHAZADA    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-RECHAZADA    VALUE 'S'.
           02  WK-CORRIDA-EXISTENTE    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-EXISTENTE    VALUE 'S'.
           02  WK-PARM-ENCONTRADO      PIC X     VALUE 'N'.
               88  WK-SI-PARM-ENCONTRADO      VALUE 'S'.
           02  WK-END-OF-FILE          PIC X     VALUE 'N'.
               88  WK-FIN-ARCHIVO             VALUE 'S'.
           02  WK-FIN-CLIENTE          PIC X     VALUE 'N'.
               88  WK-SI-FIN-CLIENTE          VALUE 'S'.
           02  WK-FALLA-INICIO         PIC X     VALUE 'N'.
               88  WK-SI-FALLA-INICIO         VALUE 'S'.
           02  WK-LIMITE-EXCEDIDO      PIC X     VALUE 'N'.
               88  WK-SI-LIMITE-EXCEDIDO      VALUE 'S'.
           02  WK-LIMITE-VENCIDO       PIC X     VALUE 'N'.
               88  WK-SI-LIMITE-VENCIDO       VALUE 'S'.
           02  WK-FECHA-PROCESO        PIC 9(08) VALUE ZERO.
           02  WK-LINEAS-PAGINA        PIC 99    VALUE 50.
           02  WK-NUM-LINEA            PIC 99    VALUE 99.
           02  WK-NUM-PAGINA           PIC 9(04) VALUE ZERO.
           02  WK-LIMITE-CLIENTE       PIC 9(09)V99  VALUE ZERO.
           02  WK-VENCE-LIMITE         PIC 9(08)     VALUE ZERO.
           02  WK-EXPOSICION           PIC S9(11)V99 VALUE ZERO.
           02  WK-EXCESO               PIC S9(11)V99 VALUE ZERO.
           02  WK-CREDITOS-CLIENTE     PIC 9(05)     VALUE ZERO.
           02  WK-TOTALES.
               03  WK-TOT-CLIENTES         PIC 9(07) VALUE ZERO.
               03  WK-TOT-REPORTADOS       PIC 9(07) VALUE ZERO.
               03  WK-TOT-EXCEDIDOS        PIC 9(07) VALUE ZERO.
               03  WK-TOT-SIN-LIMITE       PIC 9(07) VALUE ZERO.
               03  WK-TOT-VENCIDOS         PIC 9(07) VALUE ZERO.
               03  WK-TOT-CREDITOS         PIC 9(07) VALUE ZERO.
               03  WK-TOT-EXPOSICION       PIC S9(13)V99 VALUE ZERO.
               03  WK-TOT-EXPOS-REPORTADA  PIC S9(13)V99 VALUE ZERO.
               03  WK-TOT-EXCESO           PIC S9(13)V99 VALUE ZERO.

       01  WK-ENC-1.
           02  FILLER            PIC X(35) VALUE SPACE.
           02  FILLER            PIC X(37)
               VALUE 'CLIENTES FUERA DE LIMITE DE CREDITO'.
           02  FILLER            PIC X(10) VALUE 'PAGINA :'.
           02  WK-ENC-1-PAGINA   PIC ZZZ9.

       01  WK-ENC-2.
           02  FILLER            PIC X(15) VALUE 'FECHA PROCESO:'.
           02  WK-ENC-2-FECHA    PIC 9999/99/99.
           02  FILLER            PIC X(20) VALUE SPACE.
           02  FILLER            PIC X(20) VALUE 'PROGRAMA EDBD1CL1'.

       01  WK-ENC-3.
           02  FILLER            PIC X(10) VALUE 'CLIENTE'.
           02  FILLER            PIC X(32) VALUE 'NOMBRE'.
           02  FILLER            PIC X(15) VALUE 'LIMITE'.
           02  FILLER            PIC X(12) VALUE 'VENCE'.
           02  FILLER            PIC X(06) VALUE 'CRED.'.
           02  FILLER            PIC X(18) VALUE 'EXPOSICION'.
           02  FILLER            PIC X(18) VALUE 'EXCESO'.
           02  FILLER            PIC X(16) VALUE 'MOTIVO'.

       01  WK-DET-LINEA.
           02  WK-DET-CLIENTE    PIC Z(7)9.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-NOMBRE     PIC X(30).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-LIMITE     PIC Z(8)9.99.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-VENCE      PIC 9999/99/99.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-CREDITOS   PIC ZZZZ9.
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WK-DET-EXPOSICION PIC Z(10)9.99.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-EXCESO     PIC Z(10)9.99.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-MOTIVO     PIC X(16).

       01  WK-RES-LINEA.
           02  WK-RES-TITULO     PIC X(35).
           02  WK-RES-CANTIDAD   PIC ZZZ,ZZ9.
           02  FILLER            PIC X(4) VALUE SPACE.
           02  WK-RES-SALDO      PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-PRINCIPAL.
           PERFORM 050-VERIFICAR-CORRIDA.
           IF NOT WK-SI-CORRIDA-RECHAZADA
               PERFORM 100-INICIALIZAR
               PERFORM 200-PROCESAR-CLIENTE
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
      *---- LEE LOS MAESTROS) ----------------------------------------*
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
           OPEN INPUT EDAMCL.
           IF WK-FS-EDAMCL NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDAMCL - STATUS ' WK-FS-EDAMCL
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN INPUT EDAMCR.
           IF WK-FS-EDAMCR NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDAMCR - STATUS ' WK-FS-EDAMCR
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN OUTPUT EDRPT1.
           IF WK-FS-EDRPT1 NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDRPT1 - STATUS ' WK-FS-EDRPT1
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           IF NOT WK-FIN-ARCHIVO
               PERFORM 210-LEER-EDAMCL
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

      *---- POR CADA CLIENTE: CALCULAR SU EXPOSICION Y COMPARARLA ----*
      *---- CON EL LIMITE; UN LIMITE EN CERO O NO NUMERICO ES SIN ----*
      *---- LIMITE (CUALQUIER EXPOSICION LO EXCEDE) Y EL LIMITE ------*
      *---- VENCIDO SOLO SE REPORTA SI EL CLIENTE TIENE LIMITE -------*
       200-PROCESAR-CLIENTE.
           ADD 1 TO WK-TOT-CLIENTES.
           IF EDCM-LIMITE-CREDITO NUMERIC
               MOVE EDCM-LIMITE-CREDITO TO WK-LIMITE-CLIENTE
           ELSE
               MOVE ZERO TO WK-LIMITE-CLIENTE
           END-IF.
           IF EDCM-FECHA-VENCE-LIMITE NUMERIC
               MOVE EDCM-FECHA-VENCE-LIMITE TO WK-VENCE-LIMITE
           ELSE
               MOVE ZERO TO WK-VENCE-LIMITE
           END-IF.
           PERFORM 250-CALCULAR-EXPOSICION.
           ADD WK-EXPOSICION TO WK-TOT-EXPOSICION.
           MOVE 'N' TO WK-LIMITE-EXCEDIDO.
           MOVE 'N' TO WK-LIMITE-VENCIDO.
           IF WK-EXPOSICION > WK-LIMITE-CLIENTE
               MOVE 'S' TO WK-LIMITE-EXCEDIDO
               COMPUTE WK-EXCESO = WK-EXPOSICION - WK-LIMITE-CLIENTE
           ELSE
               MOVE ZERO TO WK-EXCESO
           END-IF.
           IF WK-LIMITE-CLIENTE > ZERO
              AND WK-VENCE-LIMITE < WK-FECHA-PROCESO
               MOVE 'S' TO WK-LIMITE-VENCIDO
           END-IF.
           IF WK-SI-LIMITE-EXCEDIDO OR WK-SI-LIMITE-VENCIDO
               PERFORM 400-IMPRIMIR-DETALLE
           END-IF.
           PERFORM 210-LEER-EDAMCL.

       210-LEER-EDAMCL.
           READ EDAMCL NEXT RECORD
               AT END
                   MOVE 'S' TO WK-END-OF-FILE
           END-READ.

      *---- SUMAR EL SALDO DE LOS CREDITOS ACTIVOS DEL CLIENTE POR ---*
      *---- LA LLAVE ALTERNA DE EDAMCR -------------------------------*
       250-CALCULAR-EXPOSICION.
           MOVE ZERO TO WK-EXPOSICION.
           MOVE ZERO TO WK-CREDITOS-CLIENTE.
           MOVE 'N' TO WK-FIN-CLIENTE.
           MOVE EDCM-CODIGO-CLIENTE TO EDMP-CODIGO-CLIENTE.
           START EDAMCR KEY IS NOT LESS THAN EDMP-CODIGO-CLIENTE
               INVALID KEY
                   MOVE 'S' TO WK-FIN-CLIENTE
           END-START.
           PERFORM 260-SUMAR-CREDITO-CLIENTE
               UNTIL WK-SI-FIN-CLIENTE.

       260-SUMAR-CREDITO-CLIENTE.
           READ EDAMCR NEXT RECORD
               AT END
                   MOVE 'S' TO WK-FIN-CLIENTE
           END-READ.
           IF NOT WK-SI-FIN-CLIENTE
               IF EDMP-CODIGO-CLIENTE NOT = EDCM-CODIGO-CLIENTE
                   MOVE 'S' TO WK-FIN-CLIENTE
               ELSE
                   IF EDMP-CREDITO-ACTIVO
                      AND EDMP-MARCA-ELIMINADO NOT = 'D'
                       ADD EDMP-SALDO-TOTAL TO WK-EXPOSICION
                       ADD 1 TO WK-CREDITOS-CLIENTE
                       ADD 1 TO WK-TOT-CREDITOS
                   END-IF
               END-IF
           END-IF.

       400-IMPRIMIR-DETALLE.
           IF WK-NUM-LINEA >= WK-LINEAS-PAGINA
               PERFORM 500-IMPRIMIR-ENCABEZADO
           END-IF.
           ADD 1 TO WK-TOT-REPORTADOS.
           ADD WK-EXPOSICION TO WK-TOT-EXPOS-REPORTADA.
           ADD WK-EXCESO TO WK-TOT-EXCESO.
           EVALUATE TRUE
               WHEN WK-LIMITE-CLIENTE = ZERO
                   MOVE 'SIN LIMITE'       TO WK-DET-MOTIVO
                   ADD 1 TO WK-TOT-SIN-LIMITE
               WHEN WK-SI-LIMITE-EXCEDIDO AND WK-SI-LIMITE-VENCIDO
                   MOVE 'EXCEDE Y VENCIDO' TO WK-DET-MOTIVO
                   ADD 1 TO WK-TOT-EXCEDIDOS
                   ADD 1 TO WK-TOT-VENCIDOS
               WHEN WK-SI-LIMITE-EXCEDIDO
                   MOVE 'EXCEDE LIMITE'    TO WK-DET-MOTIVO
                   ADD 1 TO WK-TOT-EXCEDIDOS
               WHEN OTHER
                   MOVE 'LIMITE VENCIDO'   TO WK-DET-MOTIVO
                   ADD 1 TO WK-TOT-VENCIDOS
           END-EVALUATE.
           MOVE EDCM-CODIGO-CLIENTE   TO WK-DET-CLIENTE.
           MOVE EDCM-NOMBRE           TO WK-DET-NOMBRE.
           MOVE WK-LIMITE-CLIENTE     TO WK-DET-LIMITE.
           MOVE WK-VENCE-LIMITE       TO WK-DET-VENCE.
           MOVE WK-CREDITOS-CLIENTE   TO WK-DET-CREDITOS.
           MOVE WK-EXPOSICION         TO WK-DET-EXPOSICION.
           MOVE WK-EXCESO             TO WK-DET-EXCESO.
           MOVE WK-DET-LINEA          TO WK-LINEA-REPORTE.
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
           MOVE 'RESUMEN DE LIMITES DE CREDITO' TO WK-RES-TITULO.
           MOVE WK-RES-TITULO TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE 'CLIENTES LEIDOS'                TO WK-RES-TITULO
           MOVE WK-TOT-CLIENTES TO WK-RES-CANTIDAD
           MOVE ZERO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'CREDITOS ACTIVOS / EXPOSICION'  TO WK-RES-TITULO
           MOVE WK-TOT-CREDITOS TO WK-RES-CANTIDAD
           MOVE WK-TOT-EXPOSICION TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'CLIENTES REPORTADOS / EXPOSICION' TO WK-RES-TITULO
           MOVE WK-TOT-REPORTADOS TO WK-RES-CANTIDAD
           MOVE WK-TOT-EXPOS-REPORTADA TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE '  EXCEDEN SU LIMITE / EXCESO'   TO WK-RES-TITULO
           MOVE WK-TOT-EXCEDIDOS TO WK-RES-CANTIDAD
           MOVE WK-TOT-EXCESO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE '  CON EXPOSICION SIN LIMITE'    TO WK-RES-TITULO
           MOVE WK-TOT-SIN-LIMITE TO WK-RES-CANTIDAD
           MOVE ZERO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE '  CON LIMITE VENCIDO'           TO WK-RES-TITULO
           MOVE WK-TOT-VENCIDOS TO WK-RES-CANTIDAD
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
           MOVE WK-TOT-CLIENTES TO EDRC-REG-LEIDOS.
           MOVE ZERO TO EDRC-REG-ACTUALIZADOS.
           REWRITE REG-EDRUNC
               INVALID KEY
                   DISPLAY 'ERROR AL MARCAR EDRUNC - STATUS '
                       WK-FS-EDRUNC
           END-REWRITE.

       900-FINALIZAR.
           CLOSE EDAMCL.
           CLOSE EDAMCR.
           CLOSE EDRPT1.
           CLOSE EDRUNC.
