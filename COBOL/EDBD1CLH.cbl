      ******************************************************************
      * FECHA       : 10/15/2026                                       *
      * PROGRAMADOR : DENIS GOMEZ                                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDBD1CLH                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : PROCESO DIARIO - ENVIO DEL DEBITO AUTOMATICO AL  *
      *             : BANCO: RECORRE EL MAESTRO DE CREDITOS EN ORDEN   *
      *             : DE EDMP-CODIGO-CLIENTE (RUTA ALTERNA, COMO       *
      *             : EDBD1CLK) Y, PARA CADA CLIENTE DE EDAMCL CON     *
      *             : MANDATO DE DEBITO CUYO DIA DE DEBITO ES HOY,     *
      *             : PIDE AL BANCO LA CUOTA DE CADA CREDITO ACTIVO    *
      *             : (EDMP-CUOTA-MENSUAL, O EL SALDO SI ES MENOR).    *
      *             : NO SE PIDE LA CUOTA DE UN CREDITO QUE YA TIENE   *
      *             : PAGO EN EL MES NI LA DE UNO QUE INICIO ESTE MES. *
      *             : EL ARCHIVO VIAJA CON ENCABEZADO 'H' (FECHA DEL   *
      *             : CICLO) Y TRAILER 'T' (CANTIDAD Y MONTO) Y EL     *
      *             : CICLO QUEDA EN EL CONTROL EDDOMC CON SUS         *
      *             : TOTALES, CONTRA LOS QUE EDBD1CLQ CUADRA LA       *
      *             : RESPUESTA. UN SEGUNDO ENVIO DEL MISMO DIA SE     *
      *             : RECHAZA                                          *
      * ARCHIVOS    : EDAMCR (ENTRADA POR RUTA ALTERNA), EDAMCL (SOLO  *
      *             : LECTURA), EDDOMC (CONTROL DE CICLOS),            *
      *             : EDDEBI (SALIDA - ARCHIVO PARA EL BANCO),         *
      *             : EDRPTDB (SALIDA - REPORTE DEL ENVIO)             *
      * ACCION (ES) : H=GENERAR DEBITOS AUTOMATICOS                    *
      * PROGRAMA(S) :                                                  *
      * CANAL       : BATCH                                            *
      * INSTALADO   : 10/15/2026                                       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDBD1CLH.
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
               ALTERNATE RECORD KEY IS EDMP-CODIGO-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WK-FS-EDAMCR.

           SELECT EDAMCL ASSIGN TO 'EDP3CL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDCM-CODIGO-CLIENTE
               FILE STATUS IS WK-FS-EDAMCL.

           SELECT EDDOMC ASSIGN TO 'EDDOMC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDDC-FECHA-CICLO
               FILE STATUS IS WK-FS-EDDOMC.

           SELECT EDPARM ASSIGN TO 'EDPARM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPA-LLAVE
               FILE STATUS IS WK-FS-EDPARM.

           SELECT EDDEBI ASSIGN TO 'EDDEBI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EDDEBI.

           SELECT EDRPTDB ASSIGN TO 'EDRPTDB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EDRPTDB.

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

       FD  EDDOMC.
       COPY EDDOMC.

       FD  EDPARM.
       COPY EDPARM.

       FD  EDDEBI
           RECORDING MODE IS F.
       01  WK-LINEA-DEBITO.
           02  WK-DEB-TIPO-REGISTRO    PIC X(01).
           02  WK-DEB-DETALLE.
               03  WK-DEB-COD-CREDITO      PIC 9(12).
               03  WK-DEB-COD-CLIENTE      PIC 9(08).
               03  WK-DEB-NIT              PIC X(12).
               03  WK-DEB-NOMBRE           PIC X(30).
               03  WK-DEB-BANCO            PIC X(04).
               03  WK-DEB-CUENTA           PIC X(20).
               03  WK-DEB-MONTO            PIC 9(09)V99.
               03  WK-DEB-FECHA-DEBITO     PIC 9(08).
               03  FILLER                  PIC X(15).
           02  WK-DEB-TRAILER REDEFINES WK-DEB-DETALLE.
               03  WK-DEB-TOT-REGISTROS    PIC 9(09).
               03  WK-DEB-TOT-MONTO        PIC 9(13)V99.
               03  FILLER                  PIC X(96).
           02  WK-DEB-HEADER REDEFINES WK-DEB-DETALLE.
               03  WK-DEB-FECHA-CICLO      PIC 9(08).
               03  WK-DEB-ENTIDAD          PIC X(10).
               03  FILLER                  PIC X(102).

       FD  EDRPTDB
           RECORDING MODE IS F.
       01  WK-LINEA-REPORTE            PIC X(132).

       FD  EDRUNC.
       COPY EDRUNC.

       WORKING-STORAGE SECTION.
       01  WK-CAMPOS-DE-TRABAJO.
           02  WK-NOMBRE-PROGRAMA      PIC X(8)  VALUE 'EDBD1CLH'.
           02  WK-FS-EDAMCR            PIC XX    VALUE ZERO.
           02  WK-FS-EDAMCL            PIC XX    VALUE ZERO.
           02  WK-FS-EDDOMC            PIC XX    VALUE ZERO.
           02  WK-FS-EDPARM            PIC XX    VALUE ZERO.
           02  WK-FS-EDDEBI            PIC XX    VALUE ZERO.
           02  WK-FS-EDRPTDB           PIC XX    VALUE ZERO.
           02  WK-FS-EDRUNC            PIC XX    VALUE ZERO.
           02  WK-PERIODO-AAAAMM       PIC 9(06) VALUE ZERO.
           02  WK-DIA-PROCESO          PIC 9(02) VALUE ZERO.
           02  WK-MES-INICIO           PIC 9(06) VALUE ZERO.
           02  WK-MES-ULTIMO-PAGO      PIC 9(06) VALUE ZERO.
           02  WK-CORRIDA-RECHAZADA    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-RECHAZADA    VALUE 'S'.
           02  WK-CORRIDA-EXISTENTE    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-EXISTENTE    VALUE 'S'.
           02  WK-PARM-ENCONTRADO      PIC X     VALUE 'N'.
               88  WK-SI-PARM-ENCONTRADO      VALUE 'S'.
           02  WK-FECHA-PROCESO        PIC 9(08) VALUE ZERO.
           02  WK-HORA-PROCESO         PIC 9(06) VALUE ZERO.
           02  WK-LINEAS-PAGINA        PIC 99    VALUE 50.
           02  WK-NUM-LINEA            PIC 99    VALUE 99.
           02  WK-NUM-PAGINA           PIC 9(04) VALUE ZERO.
           02  WK-CLIENTE-ACTUAL       PIC 9(08) VALUE ZERO.
           02  WK-MANDATO-DEL-DIA      PIC X     VALUE 'N'.
               88  WK-SI-MANDATO-DEL-DIA      VALUE 'S'.
           02  WK-MOTIVO-CLIENTE       PIC X(30) VALUE SPACE.
           02  WK-MOTIVO-OMISION       PIC X(30) VALUE SPACE.
           02  WK-MONTO-DEBITO         PIC 9(09)V99 VALUE ZERO.
           02  WK-END-OF-FILE          PIC X     VALUE 'N'.
               88  WK-FIN-ARCHIVO             VALUE 'S'.
           02  WK-FALLA-INICIO         PIC X     VALUE 'N'.
               88  WK-SI-FALLA-INICIO         VALUE 'S'.
           02  WK-TOTALES.
               03  WK-TOT-REGISTROS        PIC 9(07) VALUE ZERO.
               03  WK-TOT-CLIENTES         PIC 9(07) VALUE ZERO.
               03  WK-TOT-ENVIADOS         PIC 9(07) VALUE ZERO.
               03  WK-TOT-OMITIDOS         PIC 9(07) VALUE ZERO.
               03  WK-TOT-MONTO            PIC 9(11)V99 VALUE ZERO.

       01  WK-ENC-1.
           02  FILLER            PIC X(35) VALUE SPACE.
           02  FILLER            PIC X(37)
               VALUE 'DEBITO AUTOMATICO - ENVIO AL BANCO'.
           02  FILLER            PIC X(10) VALUE 'PAGINA :'.
           02  WK-ENC-1-PAGINA   PIC ZZZ9.

       01  WK-ENC-2.
           02  FILLER            PIC X(15) VALUE 'FECHA PROCESO:'.
           02  WK-ENC-2-FECHA    PIC 9999/99/99.
           02  FILLER            PIC X(20) VALUE SPACE.
           02  FILLER            PIC X(20) VALUE 'PROGRAMA EDBD1CLH'.

       01  WK-ENC-3.
           02  FILLER            PIC X(14) VALUE 'CREDITO'.
           02  FILLER            PIC X(10) VALUE 'CLIENTE'.
           02  FILLER            PIC X(6)  VALUE 'BANCO'.
           02  FILLER            PIC X(22) VALUE 'CUENTA'.
           02  FILLER            PIC X(16) VALUE 'MONTO PEDIDO'.
           02  FILLER            PIC X(30) VALUE 'OBSERVACION'.

       01  WK-DET-LINEA.
           02  WK-DET-CREDITO    PIC Z(11)9.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-CLIENTE    PIC Z(7)9.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-BANCO      PIC X(04).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-CUENTA     PIC X(20).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-MONTO      PIC Z(8)9.99.
           02  FILLER            PIC X(4)  VALUE SPACE.
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
               PERFORM 200-PROCESAR-CLIENTE
                   UNTIL WK-FIN-ARCHIVO
               IF NOT WK-SI-FALLA-INICIO
                   PERFORM 750-ESCRIBIR-TRAILER
                   PERFORM 760-GRABAR-CICLO
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
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-HORA-PROCESO.
           DIVIDE WK-FECHA-PROCESO BY 100
               GIVING WK-PERIODO-AAAAMM.
           COMPUTE WK-DIA-PROCESO =
               WK-FECHA-PROCESO - WK-PERIODO-AAAAMM * 100.
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

      *---- EL CICLO DEL DIA SE ENVIA UNA SOLA VEZ: SI EDDOMC YA -----*
      *---- LO TIENE, EL ARCHIVO YA SALIO HACIA EL BANCO Y LA --------*
      *---- CORRIDA SE RECHAZA (EL CONTROL QUEDA ABIERTO PARA --------*
      *---- GRABAR EL CICLO AL TERMINAR) -----------------------------*
       057-VERIFICAR-CICLO.
           OPEN I-O EDDOMC.
           IF WK-FS-EDDOMC = '35'
               OPEN OUTPUT EDDOMC
               CLOSE EDDOMC
               OPEN I-O EDDOMC
           END-IF.
           IF WK-FS-EDDOMC NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDDOMC - STATUS ' WK-FS-EDDOMC
               DISPLAY 'CORRIDA RECHAZADA POR CONTROL DE CICLOS'
               SET WK-SI-CORRIDA-RECHAZADA TO TRUE
               CLOSE EDRUNC
           ELSE
               MOVE WK-FECHA-PROCESO TO EDDC-FECHA-CICLO
               READ EDDOMC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'EL CICLO DE DEBITO ' EDDC-FECHA-CICLO
                           ' YA FUE ENVIADO AL BANCO - CORRIDA '
                           'RECHAZADA'
                       SET WK-SI-CORRIDA-RECHAZADA TO TRUE
                       CLOSE EDDOMC
                       CLOSE EDRUNC
               END-READ
           END-IF.

      *---- LEER LA CORRIDA DEL PERIODO ACTUAL Y RECHAZAR LA ---------*
      *---- REPETICION CUANDO EL PROCESO NO ES REPETIBLE -------------*
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
           IF WK-SI-CORRIDA-EXISTENTE AND EDRC-COMPLETADO
               DISPLAY 'EDBD1CLH YA COMPLETADO PARA EL PERIODO '
                   EDRC-PERIODO ' - CORRIDA RECHAZADA'
               SET WK-SI-CORRIDA-RECHAZADA TO TRUE
               CLOSE EDRUNC
           END-IF.
           IF NOT WK-SI-CORRIDA-RECHAZADA
               PERFORM 057-VERIFICAR-CICLO
           END-IF.

      *---- DEJAR LA CORRIDA REGISTRADA EN ESTADO 'P' (EN PROCESO) ---*
       060-GRABAR-INICIO-CORRIDA.
           MOVE WK-NOMBRE-PROGRAMA TO EDRC-PROGRAMA.
           MOVE WK-FECHA-PROCESO TO EDRC-PERIODO.
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
           OPEN INPUT EDAMCR.
           IF WK-FS-EDAMCR NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDAMCR - STATUS ' WK-FS-EDAMCR
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN INPUT EDAMCL.
           IF WK-FS-EDAMCL NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDAMCL - STATUS ' WK-FS-EDAMCL
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN OUTPUT EDDEBI.
           IF WK-FS-EDDEBI NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDDEBI - STATUS ' WK-FS-EDDEBI
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN OUTPUT EDRPTDB.
           IF WK-FS-EDRPTDB NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDRPTDB - STATUS ' WK-FS-EDRPTDB
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           IF NOT WK-FIN-ARCHIVO
               PERFORM 150-ESCRIBIR-HEADER
               MOVE ZERO TO EDMP-CODIGO-CLIENTE
               START EDAMCR KEY IS NOT LESS THAN EDMP-CODIGO-CLIENTE
                   INVALID KEY
                       MOVE 'S' TO WK-END-OF-FILE
               END-START
               IF NOT WK-FIN-ARCHIVO
                   PERFORM 210-LEER-EDAMCR
               END-IF
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

      *---------- ESCRIBIR EL REGISTRO DE ENCABEZADO ('H') -----------*
       150-ESCRIBIR-HEADER.
           MOVE SPACE TO WK-DEB-DETALLE.
           MOVE 'H' TO WK-DEB-TIPO-REGISTRO.
           MOVE WK-FECHA-PROCESO TO WK-DEB-FECHA-CICLO.
           MOVE 'SEMILLERO' TO WK-DEB-ENTIDAD.
           WRITE WK-LINEA-DEBITO.

      *---- PROCESAR TODOS LOS CREDITOS DE UN MISMO CLIENTE (CORTE ---*
      *---- DE CONTROL SOBRE EDMP-CODIGO-CLIENTE, RUTA ALTERNA); EL --*
      *---- MANDATO SE BUSCA EN EDAMCL UNA SOLA VEZ ------------------*
       200-PROCESAR-CLIENTE.
           MOVE EDMP-CODIGO-CLIENTE TO WK-CLIENTE-ACTUAL.
           PERFORM 260-LEER-CLIENTE.
           PERFORM 300-PROCESAR-CREDITO
               UNTIL WK-FIN-ARCHIVO
               OR EDMP-CODIGO-CLIENTE NOT = WK-CLIENTE-ACTUAL.

       210-LEER-EDAMCR.
           READ EDAMCR NEXT RECORD
               AT END
                   MOVE 'S' TO WK-END-OF-FILE
           END-READ.

      *---- LEER EL CLIENTE EN EDP3CL Y VER SI SU MANDATO DE DEBITO --*
      *---- VENCE HOY. UN MANDATO DEL DIA QUE NO PUEDE COBRARSE ------*
      *---- (CLIENTE INACTIVO, SIN BANCO O SIN CUENTA) DEJA SUS ------*
      *---- CREDITOS EN EL REPORTE CON EL MOTIVO ---------------------*
       260-LEER-CLIENTE.
           MOVE 'N' TO WK-MANDATO-DEL-DIA.
           MOVE SPACE TO WK-MOTIVO-CLIENTE.
           MOVE WK-CLIENTE-ACTUAL TO EDCM-CODIGO-CLIENTE.
           READ EDAMCL
               INVALID KEY
                   MOVE SPACE TO EDCM-DEBITO-AUTOMATICO
           END-READ.
           IF EDCM-SI-DEBITO-AUTOMATICO
              AND EDCM-DIA-DEBITO NUMERIC
              AND EDCM-DIA-DEBITO = WK-DIA-PROCESO
               SET WK-SI-MANDATO-DEL-DIA TO TRUE
               ADD 1 TO WK-TOT-CLIENTES
               EVALUATE TRUE
                   WHEN EDCM-CLIENTE-INACTIVO
                       MOVE 'CLIENTE INACTIVO'
                           TO WK-MOTIVO-CLIENTE
                   WHEN EDCM-BANCO-DEBITO = SPACE
                     OR EDCM-CUENTA-DEBITO = SPACE
                       MOVE 'MANDATO SIN BANCO O CUENTA'
                           TO WK-MOTIVO-CLIENTE
               END-EVALUATE
           END-IF.

      *---- UN CREDITO DEL CLIENTE ACTUAL: SOLO LOS ACTIVOS CON ------*
      *---- SALDO DE UN CLIENTE CON DEBITO HOY SE EVALUAN ------------*
       300-PROCESAR-CREDITO.
           ADD 1 TO WK-TOT-REGISTROS.
           IF WK-SI-MANDATO-DEL-DIA
              AND EDMP-MARCA-ELIMINADO NOT = 'D'
              AND EDMP-CREDITO-ACTIVO
              AND EDMP-SALDO-TOTAL > ZERO
               PERFORM 350-EVALUAR-CREDITO
           END-IF.
           PERFORM 210-LEER-EDAMCR.

      *---- LA CUOTA SE PIDE SI EL CREDITO TIENE CUOTA, SU PRIMERA ---*
      *---- CUOTA YA VENCIO (INICIO EN UN MES ANTERIOR) Y NO TIENE ---*
      *---- PAGO REGISTRADO EN EL MES (CAJAS O DEBITO ANTERIOR) ------*
       350-EVALUAR-CREDITO.
           MOVE WK-MOTIVO-CLIENTE TO WK-MOTIVO-OMISION.
           DIVIDE EDMP-FECHA-INICIO-PRESTAMO BY 100
               GIVING WK-MES-INICIO.
           IF EDMP-FECHA-ULTIMO-PAGO NUMERIC
               DIVIDE EDMP-FECHA-ULTIMO-PAGO BY 100
                   GIVING WK-MES-ULTIMO-PAGO
           ELSE
               MOVE ZERO TO WK-MES-ULTIMO-PAGO
           END-IF.
           IF WK-MOTIVO-OMISION = SPACE
               EVALUATE TRUE
                   WHEN EDMP-CUOTA-MENSUAL = ZERO
                       MOVE 'CREDITO SIN CUOTA MENSUAL'
                           TO WK-MOTIVO-OMISION
                   WHEN WK-MES-INICIO NOT < WK-PERIODO-AAAAMM
                       MOVE 'PRIMERA CUOTA AUN NO VENCE'
                           TO WK-MOTIVO-OMISION
                   WHEN WK-MES-ULTIMO-PAGO NOT < WK-PERIODO-AAAAMM
                       MOVE 'CUOTA DEL MES YA PAGADA'
                           TO WK-MOTIVO-OMISION
               END-EVALUATE
           END-IF.
           IF EDMP-CUOTA-MENSUAL < EDMP-SALDO-TOTAL
               MOVE EDMP-CUOTA-MENSUAL TO WK-MONTO-DEBITO
           ELSE
               MOVE EDMP-SALDO-TOTAL TO WK-MONTO-DEBITO
           END-IF.
           IF WK-MOTIVO-OMISION = SPACE
               PERFORM 400-ESCRIBIR-DETALLE
               MOVE 'ENVIADO AL BANCO' TO WK-MOTIVO-OMISION
           ELSE
               ADD 1 TO WK-TOT-OMITIDOS
           END-IF.
           PERFORM 450-IMPRIMIR-DETALLE.

      *---------- FORMATEAR Y ESCRIBIR UN REGISTRO DE DETALLE --------*
       400-ESCRIBIR-DETALLE.
           MOVE SPACE                 TO WK-DEB-DETALLE.
           MOVE 'D'                   TO WK-DEB-TIPO-REGISTRO.
           MOVE EDMP-LLAVE            TO WK-DEB-COD-CREDITO.
           MOVE EDMP-CODIGO-CLIENTE   TO WK-DEB-COD-CLIENTE.
           MOVE EDCM-NIT              TO WK-DEB-NIT.
           MOVE EDCM-NOMBRE           TO WK-DEB-NOMBRE.
           MOVE EDCM-BANCO-DEBITO     TO WK-DEB-BANCO.
           MOVE EDCM-CUENTA-DEBITO    TO WK-DEB-CUENTA.
           MOVE WK-MONTO-DEBITO       TO WK-DEB-MONTO.
           MOVE WK-FECHA-PROCESO      TO WK-DEB-FECHA-DEBITO.
           WRITE WK-LINEA-DEBITO.
           ADD 1 TO WK-TOT-ENVIADOS.
           ADD WK-MONTO-DEBITO TO WK-TOT-MONTO.

      *---- LINEA DEL REPORTE: DEBITO ENVIADO U OMITIDO CON MOTIVO ---*
       450-IMPRIMIR-DETALLE.
           IF WK-NUM-LINEA >= WK-LINEAS-PAGINA
               PERFORM 500-IMPRIMIR-ENCABEZADO
           END-IF.
           MOVE EDMP-LLAVE           TO WK-DET-CREDITO.
           MOVE EDMP-CODIGO-CLIENTE  TO WK-DET-CLIENTE.
           MOVE EDCM-BANCO-DEBITO    TO WK-DET-BANCO.
           MOVE EDCM-CUENTA-DEBITO   TO WK-DET-CUENTA.
           MOVE WK-MONTO-DEBITO      TO WK-DET-MONTO.
           MOVE WK-MOTIVO-OMISION    TO WK-DET-OBSERVA.
           MOVE WK-DET-LINEA         TO WK-LINEA-REPORTE.
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

      *---------- ESCRIBIR EL REGISTRO DE CONTROL (TRAILER) ----------*
       750-ESCRIBIR-TRAILER.
           MOVE SPACE              TO WK-DEB-DETALLE.
           MOVE 'T'               TO WK-DEB-TIPO-REGISTRO.
           MOVE WK-TOT-ENVIADOS   TO WK-DEB-TOT-REGISTROS.
           MOVE WK-TOT-MONTO      TO WK-DEB-TOT-MONTO.
           WRITE WK-LINEA-DEBITO.

      *---- REGISTRAR EL CICLO ENVIADO ('E') EN EDDOMC CON LOS -------*
      *---- TOTALES CONTRA LOS QUE SE CUADRARA LA RESPUESTA ----------*
       760-GRABAR-CICLO.
           MOVE WK-FECHA-PROCESO TO EDDC-FECHA-CICLO.
           MOVE 'E'              TO EDDC-ESTADO.
           MOVE WK-FECHA-PROCESO TO EDDC-FECHA-ENVIO.
           MOVE WK-HORA-PROCESO  TO EDDC-HORA-ENVIO.
           MOVE WK-TOT-ENVIADOS  TO EDDC-CANT-ENVIADOS.
           MOVE WK-TOT-MONTO     TO EDDC-MONTO-ENVIADO.
           MOVE ZERO TO EDDC-FECHA-RESPUESTA.
           MOVE ZERO TO EDDC-HORA-RESPUESTA.
           MOVE ZERO TO EDDC-CANT-APROBADOS.
           MOVE ZERO TO EDDC-MONTO-APROBADO.
           MOVE ZERO TO EDDC-CANT-RECHAZADOS.
           MOVE ZERO TO EDDC-MONTO-RECHAZADO.
           MOVE SPACE TO EDDC-FILLER.
           WRITE REG-EDDOMC
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR EDDOMC - STATUS '
                       WK-FS-EDDOMC
           END-WRITE.

       800-IMPRIMIR-TOTALES.
           IF WK-NUM-PAGINA = 0
               PERFORM 500-IMPRIMIR-ENCABEZADO
           END-IF.
           MOVE SPACE TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE 'RESUMEN DE CONTROL DEL CICLO' TO WK-RES-TITULO.
           MOVE WK-RES-TITULO TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE 'CREDITOS LEIDOS'                TO WK-RES-TITULO
           MOVE WK-TOT-REGISTROS TO WK-RES-CANTIDAD
           MOVE ZERO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'CLIENTES CON DEBITO EN EL DIA'  TO WK-RES-TITULO
           MOVE WK-TOT-CLIENTES TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'CREDITOS OMITIDOS'              TO WK-RES-TITULO
           MOVE WK-TOT-OMITIDOS TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'DEBITOS ENVIADOS AL BANCO'      TO WK-RES-TITULO
           MOVE WK-TOT-ENVIADOS TO WK-RES-CANTIDAD
           MOVE WK-TOT-MONTO TO WK-RES-SALDO
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
           MOVE WK-TOT-ENVIADOS TO EDRC-REG-ACTUALIZADOS.
           REWRITE REG-EDRUNC
               INVALID KEY
                   DISPLAY 'ERROR AL MARCAR EDRUNC - STATUS '
                       WK-FS-EDRUNC
           END-REWRITE.

       900-FINALIZAR.
           CLOSE EDAMCR.
           CLOSE EDAMCL.
           CLOSE EDDOMC.
           CLOSE EDDEBI.
           CLOSE EDRPTDB.
           CLOSE EDRUNC.
