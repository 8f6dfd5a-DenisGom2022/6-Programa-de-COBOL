      ******************************************************************
      * FECHA       : 10/15/2026                                       *
      * PROGRAMADOR : DENIS GOMEZ                                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDBD1CLQ                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : PROCESO DIARIO - RESPUESTA DEL BANCO AL DEBITO   *
      *             : AUTOMATICO: ANTES DE APLICAR NADA CUADRA EL      *
      *             : ARCHIVO EDRDEB (ENCABEZADO, DETALLES Y TRAILER)  *
      *             : Y SUS TOTALES CONTRA LOS DEL CICLO ENVIADO POR   *
      *             : EDBD1CLH EN EL CONTROL EDDOMC; UN CICLO NO       *
      *             : ENVIADO, YA RESPONDIDO O QUE NO CUADRA SE        *
      *             : RECHAZA COMPLETO. CADA DEBITO APLICADO SE        *
      *             : AGREGA COMO PAGO AL EDPAGOS DEL DIA (ORIGEN 'D') *
      *             : PARA QUE EDBD1CLP LO APLIQUE COMO CUALQUIER      *
      *             : OTRO, POR LO QUE DEBE CORRER ANTES QUE EL.       *
      *             : CADA DEBITO RECHAZADO QUEDA COMO GESTION 'DR'    *
      *             : EN EDGEST Y EN EL REPORTE DE RECHAZOS. AL        *
      *             : TERMINAR EL CICLO QUEDA RESPONDIDO ('R'). SI UNA *
      *             : CORRIDA SE INTERRUMPE, LA SIGUIENTE NO VUELVE A  *
      *             : AGREGAR LOS PAGOS DEL CICLO QUE YA ESTAN EN      *
      *             : EDPAGOS, AUNQUE EL CICLO YA HAYA QUEDADO 'R' SI  *
      *             : LA CORRIDA SIGUE EN PROCESO EN EDRUNC            *
      * ARCHIVOS    : EDRDEB (ENTRADA - RESPUESTA DEL BANCO), EDAMCR   *
      *             : (SOLO LECTURA), EDDOMC (CONTROL DE CICLOS),      *
      *             : EDPAGOS (SALIDA - AGREGA PAGOS), EDGEST          *
      *             : (SALIDA - GESTIONES), EDRPTQ (SALIDA - REPORTE   *
      *             : DE RECHAZOS)                                     *
      * ACCION (ES) : Q=APLICAR RESPUESTA DEL DEBITO AUTOMATICO        *
      * PROGRAMA(S) :                                                  *
      * CANAL       : BATCH                                            *
      * INSTALADO   : 10/15/2026                                       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDBD1CLQ.
       AUTHOR. DENISGOM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS 'Q ' WITH PICTURE SYMBOL 'Q'.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDRDEB ASSIGN TO 'EDRDEB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EDRDEB.

           SELECT EDAMCR ASSIGN TO 'EDP3CR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMP-LLAVE
               FILE STATUS IS WK-FS-EDAMCR.

           SELECT EDDOMC ASSIGN TO 'EDDOMC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDDC-FECHA-CICLO
               FILE STATUS IS WK-FS-EDDOMC.

           SELECT EDPAGOS ASSIGN TO 'EDPAGOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EDPAGOS.

           SELECT EDGEST ASSIGN TO 'EDGEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDGE-LLAVE
               FILE STATUS IS WK-FS-EDGEST.

           SELECT EDPARM ASSIGN TO 'EDPARM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPA-LLAVE
               FILE STATUS IS WK-FS-EDPARM.

           SELECT EDRPTQ ASSIGN TO 'EDRPTQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EDRPTQ.

           SELECT EDRUNC ASSIGN TO 'EDRUNC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRC-LLAVE
               FILE STATUS IS WK-FS-EDRUNC.

       DATA DIVISION.
       FILE SECTION.
       FD  EDRDEB
           RECORDING MODE IS F.
       COPY EDRDEB.

       FD  EDAMCR.
       COPY EDMACR.

       FD  EDDOMC.
       COPY EDDOMC.

       FD  EDPAGOS
           RECORDING MODE IS F.
       COPY EDPAGD.

       FD  EDGEST.
       COPY EDGESC.

       FD  EDPARM.
       COPY EDPARM.

       FD  EDRPTQ
           RECORDING MODE IS F.
       01  WK-LINEA-REPORTE            PIC X(132).

       FD  EDRUNC.
       COPY EDRUNC.

       WORKING-STORAGE SECTION.
       01  WK-CAMPOS-DE-TRABAJO.
           02  WK-NOMBRE-PROGRAMA      PIC X(8)  VALUE 'EDBD1CLQ'.
           02  WK-FS-EDRDEB            PIC XX    VALUE ZERO.
           02  WK-FS-EDAMCR            PIC XX    VALUE ZERO.
           02  WK-FS-EDDOMC            PIC XX    VALUE ZERO.
           02  WK-FS-EDPAGOS           PIC XX    VALUE ZERO.
           02  WK-FS-EDGEST            PIC XX    VALUE ZERO.
           02  WK-FS-EDPARM            PIC XX    VALUE ZERO.
           02  WK-FS-EDRPTQ            PIC XX    VALUE ZERO.
           02  WK-FS-EDRUNC            PIC XX    VALUE ZERO.
           02  WK-CORRIDA-RECHAZADA    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-RECHAZADA    VALUE 'S'.
           02  WK-CORRIDA-EXISTENTE    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-EXISTENTE    VALUE 'S'.
           02  WK-PARM-ENCONTRADO      PIC X     VALUE 'N'.
               88  WK-SI-PARM-ENCONTRADO      VALUE 'S'.
           02  WK-FECHA-PROCESO        PIC 9(08) VALUE ZERO.
           02  WK-HORA-PROCESO         PIC 9(06) VALUE ZERO.
           02  WK-FECHA-CICLO          PIC 9(08) VALUE ZERO.
           02  WK-LINEAS-PAGINA        PIC 99    VALUE 50.
           02  WK-NUM-LINEA            PIC 99    VALUE 99.
           02  WK-NUM-PAGINA           PIC 9(04) VALUE ZERO.
           02  WK-MOTIVO-RECHAZO       PIC X(40) VALUE SPACE.
           02  WK-OBSERVACION          PIC X(30) VALUE SPACE.
           02  WK-PAGOS-YA-GRABADOS    PIC 9(07) VALUE ZERO.
           02  WK-PAGOS-SALTADOS       PIC 9(07) VALUE ZERO.
           02  WK-VAL-DETALLES         PIC 9(09) VALUE ZERO.
           02  WK-VAL-MONTO            PIC 9(13)V99 VALUE ZERO.
           02  WK-TRAILER-LEIDO        PIC X     VALUE 'N'.
               88  WK-SI-TRAILER-LEIDO        VALUE 'S'.
           02  WK-FIN-PAGOS            PIC X     VALUE 'N'.
               88  WK-SI-FIN-PAGOS            VALUE 'S'.
           02  WK-END-OF-FILE          PIC X     VALUE 'N'.
               88  WK-FIN-ARCHIVO             VALUE 'S'.
           02  WK-FALLA-INICIO         PIC X     VALUE 'N'.
               88  WK-SI-FALLA-INICIO         VALUE 'S'.
           02  WK-TOTALES.
               03  WK-TOT-REGISTROS        PIC 9(07) VALUE ZERO.
               03  WK-TOT-APROBADOS        PIC 9(07) VALUE ZERO.
               03  WK-TOT-RECHAZADOS       PIC 9(07) VALUE ZERO.
               03  WK-TOT-PAGOS-GRABADOS   PIC 9(07) VALUE ZERO.
               03  WK-TOT-GESTIONES        PIC 9(07) VALUE ZERO.
               03  WK-TOT-SIN-GESTION      PIC 9(07) VALUE ZERO.
               03  WK-TOT-MONTO-APROBADO   PIC 9(11)V99 VALUE ZERO.
               03  WK-TOT-MONTO-RECHAZADO  PIC 9(11)V99 VALUE ZERO.

       01  WK-ENC-1.
           02  FILLER            PIC X(35) VALUE SPACE.
           02  FILLER            PIC X(37)
               VALUE 'DEBITO AUTOMATICO - RECHAZOS'.
           02  FILLER            PIC X(10) VALUE 'PAGINA :'.
           02  WK-ENC-1-PAGINA   PIC ZZZ9.

       01  WK-ENC-2.
           02  FILLER            PIC X(15) VALUE 'FECHA PROCESO:'.
           02  WK-ENC-2-FECHA    PIC 9999/99/99.
           02  FILLER            PIC X(5)  VALUE SPACE.
           02  FILLER            PIC X(7)  VALUE 'CICLO:'.
           02  WK-ENC-2-CICLO    PIC 9999/99/99.
           02  FILLER            PIC X(3)  VALUE SPACE.
           02  FILLER            PIC X(20) VALUE 'PROGRAMA EDBD1CLQ'.

       01  WK-ENC-3.
           02  FILLER            PIC X(14) VALUE 'CREDITO'.
           02  FILLER            PIC X(10) VALUE 'CLIENTE'.
           02  FILLER            PIC X(16) VALUE 'MONTO PEDIDO'.
           02  FILLER            PIC X(5)  VALUE 'COD'.
           02  FILLER            PIC X(32) VALUE 'MOTIVO DEL BANCO'.
           02  FILLER            PIC X(30) VALUE 'GESTION'.

       01  WK-DET-LINEA.
           02  WK-DET-CREDITO    PIC Z(11)9.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-CLIENTE    PIC Z(7)9.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-MONTO      PIC Z(8)9.99.
           02  FILLER            PIC X(4)  VALUE SPACE.
           02  WK-DET-RESULTADO  PIC X(02).
           02  FILLER            PIC X(3)  VALUE SPACE.
           02  WK-DET-DESCRIPCION PIC X(30).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-OBSERVA    PIC X(30).

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
               PERFORM 200-PROCESAR-RESPUESTA
                   UNTIL WK-FIN-ARCHIVO
               PERFORM 800-IMPRIMIR-TOTALES
               IF NOT WK-SI-FALLA-INICIO
                   PERFORM 760-MARCAR-CICLO
                   PERFORM 910-MARCAR-CORRIDA
               END-IF
               PERFORM 900-FINALIZAR
           END-IF.
           GOBACK.

      *---- CONTROL DE CORRIDAS: CUADRAR LA RESPUESTA, VERIFICAR EN --*
      *---- EDRUNC Y EDDOMC SI EL CICLO PUEDE APLICARSE Y DEJAR LA ---*
      *---- CORRIDA REGISTRADA EN ESTADO 'P' CON LA FECHA DEL CICLO --*
       050-VERIFICAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-PROCESO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-HORA-PROCESO.
           PERFORM 040-CUADRAR-RESPUESTA.
           IF NOT WK-SI-CORRIDA-RECHAZADA
               PERFORM 055-ABRIR-RUN-CONTROL
           END-IF.
           IF NOT WK-SI-CORRIDA-RECHAZADA
               PERFORM 058-VERIFICAR-PERIODO
           END-IF.
           IF NOT WK-SI-CORRIDA-RECHAZADA
               PERFORM 060-GRABAR-INICIO-CORRIDA
           END-IF.

      *---- PRIMERA PASADA SOBRE LA RESPUESTA: DEBE TRAER ------------*
      *---- ENCABEZADO, DETALLES NUMERICOS Y UN TRAILER CUYA ---------*
      *---- CANTIDAD Y MONTO CUADREN CON LOS DETALLES ----------------*
       040-CUADRAR-RESPUESTA.
           MOVE SPACE TO WK-MOTIVO-RECHAZO.
           OPEN INPUT EDRDEB.
           IF WK-FS-EDRDEB NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDRDEB - STATUS ' WK-FS-EDRDEB
               SET WK-SI-CORRIDA-RECHAZADA TO TRUE
           ELSE
               PERFORM 210-LEER-EDRDEB
               IF WK-FIN-ARCHIVO OR NOT EDRD-ES-HEADER
                   MOVE 'RESPUESTA SIN ENCABEZADO'
                       TO WK-MOTIVO-RECHAZO
               ELSE
                   MOVE EDRD-FECHA-CICLO TO WK-FECHA-CICLO
                   PERFORM 210-LEER-EDRDEB
                   PERFORM 045-SUMAR-DETALLE
                       UNTIL WK-FIN-ARCHIVO
                       OR NOT EDRD-ES-DETALLE
                   PERFORM 047-VERIFICAR-TRAILER
               END-IF
               CLOSE EDRDEB
               MOVE 'N' TO WK-END-OF-FILE
               MOVE 'N' TO WK-TRAILER-LEIDO
               IF WK-MOTIVO-RECHAZO NOT = SPACE
                   DISPLAY 'RESPUESTA DEL BANCO RECHAZADA: '
                       WK-MOTIVO-RECHAZO
                   SET WK-SI-CORRIDA-RECHAZADA TO TRUE
               END-IF
           END-IF.

       045-SUMAR-DETALLE.
           IF EDRD-COD-CREDITO NOT NUMERIC
              OR EDRD-MONTO NOT NUMERIC
               MOVE 'DETALLE CON CREDITO O MONTO INVALIDO'
                   TO WK-MOTIVO-RECHAZO
           ELSE
               ADD 1 TO WK-VAL-DETALLES
               ADD EDRD-MONTO TO WK-VAL-MONTO
           END-IF.
           PERFORM 210-LEER-EDRDEB.

       047-VERIFICAR-TRAILER.
           IF WK-MOTIVO-RECHAZO = SPACE
               IF NOT WK-SI-TRAILER-LEIDO
                   MOVE 'RESPUESTA SIN TRAILER'
                       TO WK-MOTIVO-RECHAZO
               ELSE
               IF EDRD-TOT-REGISTROS NOT NUMERIC
                  OR EDRD-TOT-MONTO NOT NUMERIC
                  OR EDRD-TOT-REGISTROS NOT = WK-VAL-DETALLES
                  OR EDRD-TOT-MONTO NOT = WK-VAL-MONTO
                   MOVE 'TRAILER NO CUADRA CON LOS DETALLES'
                       TO WK-MOTIVO-RECHAZO
               END-IF
               END-IF
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

      *---- LOS PAGOS SE AGREGAN AL EDPAGOS DEL DIA: SI EDBD1CLP YA --*
      *---- LO APLICO, LOS DEBITOS QUEDARIAN SIN APLICAR Y LA --------*
      *---- CORRIDA SE RECHAZA ---------------------------------------*
       056-VERIFICAR-PAGOS-DEL-DIA.
           MOVE 'EDBD1CLP' TO EDRC-PROGRAMA.
           MOVE WK-FECHA-PROCESO TO EDRC-PERIODO.
           READ EDRUNC
               INVALID KEY
                   MOVE SPACE TO EDRC-ESTADO
           END-READ.
           IF EDRC-COMPLETADO
               DISPLAY 'EDBD1CLP YA APLICO LOS PAGOS DEL DIA - LA '
                   'RESPUESTA DEBE PROCESARSE ANTES - CORRIDA '
                   'RECHAZADA'
               SET WK-SI-CORRIDA-RECHAZADA TO TRUE
               CLOSE EDRUNC
           END-IF.

      *---- EL CICLO DEBE HABER SIDO ENVIADO, NO ESTAR RESPONDIDO ----*
      *---- Y LA RESPUESTA TRAER LA MISMA CANTIDAD Y MONTO QUE SE ----*
      *---- PIDIERON (EL CONTROL QUEDA ABIERTO PARA MARCARLO). UN ----*
      *---- CICLO RESPONDIDO CUYA CORRIDA QUEDO EN 'P' EN EDRUNC SE --*
      *---- INTERRUMPIO ENTRE 760 Y 910: SE ADMITE COMO REINICIO -----*
       057-VERIFICAR-CICLO.
           MOVE SPACE TO WK-MOTIVO-RECHAZO.
           OPEN I-O EDDOMC.
           IF WK-FS-EDDOMC NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDDOMC - STATUS ' WK-FS-EDDOMC
               MOVE 'CONTROL DE CICLOS NO DISPONIBLE'
                   TO WK-MOTIVO-RECHAZO
           ELSE
               MOVE WK-FECHA-CICLO TO EDDC-FECHA-CICLO
               READ EDDOMC
                   INVALID KEY
                       MOVE 'EL CICLO NO FUE ENVIADO AL BANCO'
                           TO WK-MOTIVO-RECHAZO
               END-READ
               IF WK-MOTIVO-RECHAZO = SPACE
                   EVALUATE TRUE
                       WHEN EDDC-CICLO-RESPONDIDO
                        AND NOT WK-SI-CORRIDA-EXISTENTE
                           MOVE 'EL CICLO YA FUE RESPONDIDO'
                               TO WK-MOTIVO-RECHAZO
                       WHEN EDDC-CANT-ENVIADOS NOT = WK-VAL-DETALLES
                         OR EDDC-MONTO-ENVIADO NOT = WK-VAL-MONTO
                           MOVE 'TOTALES NO CUADRAN CON LO ENVIADO'
                               TO WK-MOTIVO-RECHAZO
                       WHEN EDDC-CICLO-RESPONDIDO
                           DISPLAY 'CICLO ' WK-FECHA-CICLO
                               ' YA MARCADO RESPONDIDO Y CORRIDA EN '
                               'PROCESO - REINICIANDO'
                   END-EVALUATE
               END-IF
               IF WK-MOTIVO-RECHAZO NOT = SPACE
                   CLOSE EDDOMC
               END-IF
           END-IF.
           IF WK-MOTIVO-RECHAZO NOT = SPACE
               DISPLAY 'CICLO ' WK-FECHA-CICLO ' RECHAZADO: '
                   WK-MOTIVO-RECHAZO
               SET WK-SI-CORRIDA-RECHAZADA TO TRUE
               CLOSE EDRUNC
           END-IF.

      *---- LEER LA CORRIDA DEL CICLO Y RECHAZAR LA REPETICION -------*
      *---- CUANDO YA FUE COMPLETADA ---------------------------------*
       058-VERIFICAR-PERIODO.
           MOVE WK-NOMBRE-PROGRAMA TO EDRC-PROGRAMA.
           MOVE WK-FECHA-CICLO TO EDRC-PERIODO.
           MOVE 'N' TO WK-CORRIDA-EXISTENTE.
           READ EDRUNC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WK-CORRIDA-EXISTENTE
           END-READ.
           IF WK-SI-CORRIDA-EXISTENTE AND EDRC-COMPLETADO
               DISPLAY 'EDBD1CLQ YA COMPLETADO PARA EL PERIODO '
                   EDRC-PERIODO ' - CORRIDA RECHAZADA'
               SET WK-SI-CORRIDA-RECHAZADA TO TRUE
               CLOSE EDRUNC
           END-IF.
           IF NOT WK-SI-CORRIDA-RECHAZADA
               PERFORM 056-VERIFICAR-PAGOS-DEL-DIA
           END-IF.
           IF NOT WK-SI-CORRIDA-RECHAZADA
               PERFORM 057-VERIFICAR-CICLO
           END-IF.

      *---- DEJAR LA CORRIDA REGISTRADA EN ESTADO 'P' (EN PROCESO) ---*
       060-GRABAR-INICIO-CORRIDA.
           MOVE WK-NOMBRE-PROGRAMA TO EDRC-PROGRAMA.
           MOVE WK-FECHA-CICLO TO EDRC-PERIODO.
           MOVE WK-FECHA-PROCESO TO EDRC-FECHA-PROCESO.
           MOVE WK-HORA-PROCESO TO EDRC-HORA-PROCESO.
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
           PERFORM 110-CONTAR-PAGOS-GRABADOS.
           OPEN EXTEND EDPAGOS.
           IF WK-FS-EDPAGOS = '35'
               OPEN OUTPUT EDPAGOS
           END-IF.
           IF WK-FS-EDPAGOS NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDPAGOS - STATUS ' WK-FS-EDPAGOS
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN INPUT EDAMCR.
           IF WK-FS-EDAMCR NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDAMCR - STATUS ' WK-FS-EDAMCR
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN I-O EDGEST.
           IF WK-FS-EDGEST = '35'
               OPEN OUTPUT EDGEST
               CLOSE EDGEST
               OPEN I-O EDGEST
           END-IF.
           IF WK-FS-EDGEST NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDGEST - STATUS ' WK-FS-EDGEST
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN OUTPUT EDRPTQ.
           IF WK-FS-EDRPTQ NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDRPTQ - STATUS ' WK-FS-EDRPTQ
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN INPUT EDRDEB.
           IF WK-FS-EDRDEB NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDRDEB - STATUS ' WK-FS-EDRDEB
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           IF NOT WK-FIN-ARCHIVO
               PERFORM 210-LEER-EDRDEB
               PERFORM 210-LEER-EDRDEB
           END-IF.

      *---- REINICIO: CONTAR LOS PAGOS DE ESTE CICLO QUE UNA ---------*
      *---- CORRIDA INTERRUMPIDA YA AGREGO A EDPAGOS, PARA NO --------*
      *---- VOLVER A AGREGARLOS (LA RESPUESTA SE LEE EN EL MISMO -----*
      *---- ORDEN) ---------------------------------------------------*
       110-CONTAR-PAGOS-GRABADOS.
           MOVE ZERO TO WK-PAGOS-YA-GRABADOS.
           OPEN INPUT EDPAGOS.
           IF WK-FS-EDPAGOS = '00'
               MOVE 'N' TO WK-FIN-PAGOS
               PERFORM 115-LEER-PAGO-GRABADO
                   UNTIL WK-SI-FIN-PAGOS
               CLOSE EDPAGOS
           END-IF.
           IF WK-PAGOS-YA-GRABADOS > 0
               DISPLAY 'REINICIANDO - ' WK-PAGOS-YA-GRABADOS
                   ' PAGOS DEL CICLO YA ESTAN EN EDPAGOS'
           END-IF.

       115-LEER-PAGO-GRABADO.
           READ EDPAGOS
               AT END
                   MOVE 'S' TO WK-FIN-PAGOS
               NOT AT END
                   IF EDPG-ORIGEN-DEBITO
                       IF EDPG-CICLO-DEBITO = WK-FECHA-CICLO
                           ADD 1 TO WK-PAGOS-YA-GRABADOS
                       END-IF
                   END-IF
           END-READ.

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

      *---- UN DETALLE DE LA RESPUESTA: DEBITADO O RECHAZADO ---------*
       200-PROCESAR-RESPUESTA.
           ADD 1 TO WK-TOT-REGISTROS.
           IF EDRD-DEBITO-APLICADO
               PERFORM 300-GRABAR-PAGO
           ELSE
               PERFORM 350-REGISTRAR-GESTION
               PERFORM 450-IMPRIMIR-RECHAZO
           END-IF.
           PERFORM 210-LEER-EDRDEB.

      *---- LEER LA RESPUESTA; EL TRAILER TERMINA LOS DETALLES -------*
       210-LEER-EDRDEB.
           READ EDRDEB
               AT END
                   MOVE 'S' TO WK-END-OF-FILE
               NOT AT END
                   IF EDRD-ES-TRAILER
                       MOVE 'S' TO WK-END-OF-FILE
                       MOVE 'S' TO WK-TRAILER-LEIDO
                   END-IF
           END-READ.

      *---- DEBITO APLICADO POR EL BANCO: AGREGARLO COMO PAGO A ------*
      *---- EDPAGOS CON LA FECHA EN QUE SE DEBITO --------------------*
       300-GRABAR-PAGO.
           ADD 1 TO WK-TOT-APROBADOS.
           ADD EDRD-MONTO TO WK-TOT-MONTO-APROBADO.
           IF WK-PAGOS-SALTADOS < WK-PAGOS-YA-GRABADOS
               ADD 1 TO WK-PAGOS-SALTADOS
           ELSE
               MOVE SPACE TO REG-EDPAGD
               MOVE EDRD-COD-CREDITO TO EDPG-COD-CREDITO
               IF EDRD-FECHA-DEBITO NUMERIC
                  AND EDRD-FECHA-DEBITO > ZERO
                   MOVE EDRD-FECHA-DEBITO TO EDPG-FECHA-PAGO
               ELSE
                   MOVE WK-FECHA-CICLO TO EDPG-FECHA-PAGO
               END-IF
               MOVE EDRD-MONTO     TO EDPG-MONTO-PAGO
               MOVE 'D'            TO EDPG-ORIGEN
               MOVE WK-FECHA-CICLO TO EDPG-CICLO-DEBITO
               WRITE REG-EDPAGD
               ADD 1 TO WK-TOT-PAGOS-GRABADOS
           END-IF.

      *---- DEBITO RECHAZADO: GESTION 'DR' EN EDGEST CON EL MOTIVO ---*
      *---- DEL BANCO. EDGEST ADMITE UNA GESTION POR CREDITO POR -----*
      *---- DIA; SI EL CREDITO YA TIENE UNA HOY NO SE SOBREESCRIBE ---*
       350-REGISTRAR-GESTION.
           ADD 1 TO WK-TOT-RECHAZADOS.
           ADD EDRD-MONTO TO WK-TOT-MONTO-RECHAZADO.
           MOVE EDRD-COD-CREDITO TO EDMP-LLAVE.
           READ EDAMCR
               INVALID KEY
                   MOVE 'CREDITO NO EXISTE - SIN GESTION'
                       TO WK-OBSERVACION
                   ADD 1 TO WK-TOT-SIN-GESTION
               NOT INVALID KEY
                   PERFORM 360-GRABAR-GESTION
           END-READ.

       360-GRABAR-GESTION.
           MOVE SPACE TO REG-EDGESC.
           MOVE EDRD-COD-CREDITO   TO EDGE-COD-CREDITO.
           MOVE WK-FECHA-PROCESO   TO EDGE-FECHA-GESTION.
           MOVE 'DR'               TO EDGE-ACCION.
           IF EDRD-DESCRIPCION = SPACE
               MOVE 'DEBITO AUTOMATICO RECHAZADO' TO EDGE-COMENTARIO
           ELSE
               MOVE EDRD-DESCRIPCION TO EDGE-COMENTARIO
           END-IF.
           MOVE ZERO               TO EDGE-MONTO-PROMESA.
           MOVE ZERO               TO EDGE-FECHA-PROMESA.
           MOVE WK-NOMBRE-PROGRAMA TO EDGE-OPERADOR.
           MOVE 'N'                TO EDGE-ESTADO-PROMESA.
           WRITE REG-EDGESC
               INVALID KEY
                   MOVE 'YA HAY GESTION DEL CREDITO HOY'
                       TO WK-OBSERVACION
                   ADD 1 TO WK-TOT-SIN-GESTION
               NOT INVALID KEY
                   MOVE 'GESTION DR REGISTRADA'
                       TO WK-OBSERVACION
                   ADD 1 TO WK-TOT-GESTIONES
           END-WRITE.

      *---- LINEA DEL REPORTE DE RECHAZOS ----------------------------*
       450-IMPRIMIR-RECHAZO.
           IF WK-NUM-LINEA >= WK-LINEAS-PAGINA
               PERFORM 500-IMPRIMIR-ENCABEZADO
           END-IF.
           MOVE EDRD-COD-CREDITO     TO WK-DET-CREDITO.
           IF EDRD-COD-CLIENTE NUMERIC
               MOVE EDRD-COD-CLIENTE TO WK-DET-CLIENTE
           ELSE
               MOVE ZERO             TO WK-DET-CLIENTE
           END-IF.
           MOVE EDRD-MONTO           TO WK-DET-MONTO.
           MOVE EDRD-RESULTADO       TO WK-DET-RESULTADO.
           MOVE EDRD-DESCRIPCION     TO WK-DET-DESCRIPCION.
           MOVE WK-OBSERVACION       TO WK-DET-OBSERVA.
           MOVE WK-DET-LINEA         TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           ADD 1 TO WK-NUM-LINEA.

       500-IMPRIMIR-ENCABEZADO.
           ADD 1 TO WK-NUM-PAGINA.
           MOVE WK-NUM-PAGINA  TO WK-ENC-1-PAGINA.
           MOVE WK-FECHA-PROCESO TO WK-ENC-2-FECHA.
           MOVE WK-FECHA-CICLO TO WK-ENC-2-CICLO.
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

      *---- DEJAR EL CICLO RESPONDIDO ('R') CON LO APLICADO Y LO -----*
      *---- RECHAZADO; UNA SEGUNDA RESPUESTA DEL CICLO SE RECHAZA ----*
       760-MARCAR-CICLO.
           MOVE 'R'                    TO EDDC-ESTADO.
           MOVE WK-FECHA-PROCESO       TO EDDC-FECHA-RESPUESTA.
           MOVE WK-HORA-PROCESO        TO EDDC-HORA-RESPUESTA.
           MOVE WK-TOT-APROBADOS       TO EDDC-CANT-APROBADOS.
           MOVE WK-TOT-MONTO-APROBADO  TO EDDC-MONTO-APROBADO.
           MOVE WK-TOT-RECHAZADOS      TO EDDC-CANT-RECHAZADOS.
           MOVE WK-TOT-MONTO-RECHAZADO TO EDDC-MONTO-RECHAZADO.
           REWRITE REG-EDDOMC
               INVALID KEY
                   DISPLAY 'ERROR AL MARCAR EDDOMC - STATUS '
                       WK-FS-EDDOMC
           END-REWRITE.

       800-IMPRIMIR-TOTALES.
           IF WK-NUM-PAGINA = 0
               PERFORM 500-IMPRIMIR-ENCABEZADO
           END-IF.
           MOVE SPACE TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE 'RESUMEN DE CONTROL DEL CICLO' TO WK-RES-TITULO.
           MOVE WK-RES-TITULO TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE 'DEBITOS ENVIADOS EN EL CICLO'   TO WK-RES-TITULO
           MOVE EDDC-CANT-ENVIADOS TO WK-RES-CANTIDAD
           MOVE EDDC-MONTO-ENVIADO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'RESPUESTAS LEIDAS'              TO WK-RES-TITULO
           MOVE WK-TOT-REGISTROS TO WK-RES-CANTIDAD
           MOVE WK-VAL-MONTO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'DEBITOS APLICADOS'              TO WK-RES-TITULO
           MOVE WK-TOT-APROBADOS TO WK-RES-CANTIDAD
           MOVE WK-TOT-MONTO-APROBADO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE '  PAGOS AGREGADOS A EDPAGOS'    TO WK-RES-TITULO
           MOVE WK-TOT-PAGOS-GRABADOS TO WK-RES-CANTIDAD
           MOVE ZERO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE '  YA AGREGADOS ANTES DEL REINICIO' TO WK-RES-TITULO
           MOVE WK-PAGOS-SALTADOS TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'DEBITOS RECHAZADOS'             TO WK-RES-TITULO
           MOVE WK-TOT-RECHAZADOS TO WK-RES-CANTIDAD
           MOVE WK-TOT-MONTO-RECHAZADO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE '  GESTIONES DR REGISTRADAS'     TO WK-RES-TITULO
           MOVE WK-TOT-GESTIONES TO WK-RES-CANTIDAD
           MOVE ZERO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE '  RECHAZOS SIN GESTION NUEVA'   TO WK-RES-TITULO
           MOVE WK-TOT-SIN-GESTION TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.

      *---- MARCAR LA CORRIDA COMPLETADA ('C') EN EL CONTROL DE ------*
      *---- CORRIDAS CON LOS CONTADORES DEL PROCESO ------------------*
       910-MARCAR-CORRIDA.
           MOVE WK-NOMBRE-PROGRAMA TO EDRC-PROGRAMA.
           MOVE WK-FECHA-CICLO TO EDRC-PERIODO.
           MOVE WK-FECHA-PROCESO TO EDRC-FECHA-PROCESO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDRC-HORA-PROCESO.
           MOVE 'C' TO EDRC-ESTADO.
           MOVE WK-TOT-REGISTROS TO EDRC-REG-LEIDOS.
           MOVE WK-TOT-APROBADOS TO EDRC-REG-ACTUALIZADOS.
           REWRITE REG-EDRUNC
               INVALID KEY
                   DISPLAY 'ERROR AL MARCAR EDRUNC - STATUS '
                       WK-FS-EDRUNC
           END-REWRITE.

       900-FINALIZAR.
           CLOSE EDRDEB.
           CLOSE EDAMCR.
           CLOSE EDDOMC.
           CLOSE EDPAGOS.
           CLOSE EDGEST.
           CLOSE EDRPTQ.
           CLOSE EDRUNC.
