      ******************************************************************
      * FECHA       : 10/15/2026                                       *
      * PROGRAMADOR : DENIS GOMEZ                                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDBD1CLK                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : PROCESO DE FIN DE MES - ENVIO A LA CENTRAL DE    *
      *             : RIESGO: RECORRE EL MAESTRO DE CREDITOS EN ORDEN  *
      *             : DE EDMP-CODIGO-CLIENTE (RUTA ALTERNA, COMO       *
      *             : EDBD1CLS), UNE CADA CREDITO CON SU CLIENTE EN    *
      *             : EDAMCL (NIT Y NOMBRE) Y ESCRIBE UN REGISTRO POR  *
      *             : CREDITO CON MONTO OTORGADO, SALDO, CUOTAS EN     *
      *             : ATRASO (MISMA AMORTIZACION LINEAL DE EDBD1CLA),  *
      *             : ESTADO Y FECHA DE CANCELACION. EL ARCHIVO VIAJA  *
      *             : CON ENCABEZADO 'H' Y TRAILER 'T' (CANTIDAD Y     *
      *             : SUMAS DE MONTO Y SALDO). LOS CREDITOS CUYO       *
      *             : CLIENTE NO EXISTE O NO TIENE NIT NO SE ENVIAN:   *
      *             : VAN AL REPORTE DE EXCEPCIONES.                   *
      *             : CORRECCION: CON LA LLAVE BUROTIPO = 1 EN EDPARM  *
      *             : LA CORRIDA ES DE CORRECCION: LEE EL ARCHIVO DE   *
      *             : RECHAZOS EDBRCH DEVUELTO POR LA CENTRAL Y SOLO   *
      *             : REENVIA LOS CREDITOS RECHAZADOS (ENCABEZADO TIPO *
      *             : 'C' CON EL PERIODO QUE TRAEN LOS RECHAZOS). SI   *
      *             : FALTA EDBRCH EN CORRECCION, O SI ESTA PRESENTE   *
      *             : EN EL ENVIO MENSUAL, LA CORRIDA SE RECHAZA.      *
      *             : EL ENVIO MENSUAL SE REGISTRA EN EDRUNC POR MES   *
      *             : Y CADA CORRECCION POR DIA; AMBOS SON REPETIBLES  *
      * ARCHIVOS    : EDAMCR (ENTRADA POR RUTA ALTERNA), EDAMCL (SOLO  *
      *             : LECTURA), EDBRCH (ENTRADA SOLO EN CORRECCION),   *
      *             : EDBURO (SALIDA - ARCHIVO PARA LA CENTRAL),       *
      *             : EDRPTK (SALIDA - REPORTE DE EXCEPCIONES)         *
      * ACCION (ES) : K=GENERAR ENVIO A CENTRAL DE RIESGO              *
      * PROGRAMA(S) :                                                  *
      * CANAL       : BATCH                                            *
      * INSTALADO   : 10/15/2026                                       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDBD1CLK.
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

           SELECT EDBRCH ASSIGN TO 'EDBRCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EDBRCH.

           SELECT EDPARM ASSIGN TO 'EDPARM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPA-LLAVE
               FILE STATUS IS WK-FS-EDPARM.

           SELECT EDBURO ASSIGN TO 'EDBURO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EDBURO.

           SELECT EDRPTK ASSIGN TO 'EDRPTK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EDRPTK.

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

       FD  EDBRCH.
       COPY EDBRCH.

       FD  EDPARM.
       COPY EDPARM.

       FD  EDBURO
           RECORDING MODE IS F.
       01  WK-LINEA-BURO.
           02  WK-BUR-TIPO-REGISTRO    PIC X(01).
           02  WK-BUR-DETALLE.
               03  WK-BUR-NIT              PIC X(12).
               03  WK-BUR-NOMBRE           PIC X(30).
               03  WK-BUR-COD-CLIENTE      PIC 9(08).
               03  WK-BUR-COD-CREDITO      PIC 9(12).
               03  WK-BUR-FECHA-INICIO     PIC 9(08).
               03  WK-BUR-MONTO-OTORGADO   PIC 9(09)V99.
               03  WK-BUR-SALDO            PIC 9(09)V99.
               03  WK-BUR-CUOTAS-ATRASO    PIC 9(03).
               03  WK-BUR-ESTADO           PIC X(01).
               03  WK-BUR-FECHA-CANCELA    PIC 9(08).
               03  WK-BUR-REESTRUCTURA     PIC X(01).
               03  FILLER                  PIC X(05).
           02  WK-BUR-TRAILER REDEFINES WK-BUR-DETALLE.
               03  WK-BUR-TOT-REGISTROS    PIC 9(09).
               03  WK-BUR-TOT-MONTO        PIC 9(13)V99.
               03  WK-BUR-TOT-SALDO        PIC 9(13)V99.
               03  FILLER                  PIC X(71).
           02  WK-BUR-HEADER REDEFINES WK-BUR-DETALLE.
               03  WK-BUR-FECHA-PROCESO    PIC 9(08).
               03  WK-BUR-PERIODO          PIC 9(06).
               03  WK-BUR-TIPO-ENVIO       PIC X(01).
               03  WK-BUR-ENTIDAD          PIC X(10).
               03  FILLER                  PIC X(85).

       FD  EDRPTK
           RECORDING MODE IS F.
       01  WK-LINEA-REPORTE            PIC X(132).

       FD  EDRUNC.
       COPY EDRUNC.

       WORKING-STORAGE SECTION.
       01  WK-CAMPOS-DE-TRABAJO.
           02  WK-NOMBRE-PROGRAMA      PIC X(8)  VALUE 'EDBD1CLK'.
           02  WK-FS-EDAMCR            PIC XX    VALUE ZERO.
           02  WK-FS-EDAMCL            PIC XX    VALUE ZERO.
           02  WK-FS-EDBRCH            PIC XX    VALUE ZERO.
           02  WK-FS-EDPARM            PIC XX    VALUE ZERO.
           02  WK-FS-EDBURO            PIC XX    VALUE ZERO.
           02  WK-FS-EDRPTK            PIC XX    VALUE ZERO.
           02  WK-FS-EDRUNC            PIC XX    VALUE ZERO.
           02  WK-PERIODO-AAAAMM       PIC 9(06) VALUE ZERO.
           02  WK-PERIODO-CORRIDA      PIC 9(08) VALUE ZERO.
           02  WK-CORRIDA-RECHAZADA    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-RECHAZADA    VALUE 'S'.
           02  WK-CORRIDA-EXISTENTE    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-EXISTENTE    VALUE 'S'.
           02  WK-TIPO-ENVIO           PIC X     VALUE 'N'.
               88  WK-ENVIO-NORMAL            VALUE 'N'.
               88  WK-ENVIO-CORRECCION        VALUE 'C'.
           02  WK-PARM-ENCONTRADO      PIC X     VALUE 'N'.
               88  WK-SI-PARM-ENCONTRADO      VALUE 'S'.
           02  WK-FECHA-PROCESO        PIC 9(08) VALUE ZERO.
           02  WK-LINEAS-PAGINA        PIC 99    VALUE 50.
           02  WK-NUM-LINEA            PIC 99    VALUE 99.
           02  WK-NUM-PAGINA           PIC 9(04) VALUE ZERO.
           02  WK-CLIENTE-ACTUAL       PIC 9(08) VALUE ZERO.
           02  WK-CLIENTE-VALIDO       PIC X     VALUE 'N'.
               88  WK-SI-CLIENTE-VALIDO       VALUE 'S'.
           02  WK-MOTIVO-EXCEPCION     PIC X(40) VALUE SPACE.
           02  WK-DIAS-TRANSCURRIDOS   PIC S9(8) VALUE ZERO.
           02  WK-MESES-TRANSCURRIDOS  PIC S9(5) VALUE ZERO.
           02  WK-SALDO-ESPERADO       PIC S9(9)V99 VALUE ZERO.
           02  WK-DEFICIT              PIC S9(9)V99 VALUE ZERO.
           02  WK-CUOTAS-ATRASO        PIC S9(5)V99 VALUE ZERO.
           02  WK-EDAMCL-DISPONIBLE    PIC X     VALUE 'N'.
               88  WK-SI-EDAMCL-DISPONIBLE    VALUE 'S'.
           02  WK-END-OF-FILE          PIC X     VALUE 'N'.
               88  WK-FIN-ARCHIVO             VALUE 'S'.
           02  WK-FALLA-INICIO         PIC X     VALUE 'N'.
               88  WK-SI-FALLA-INICIO         VALUE 'S'.
           02  WK-TOTALES.
               03  WK-TOT-REGISTROS        PIC 9(07) VALUE ZERO.
               03  WK-TOT-ENVIADOS         PIC 9(09) VALUE ZERO.
               03  WK-TOT-EXCEPCIONES      PIC 9(07) VALUE ZERO.
               03  WK-TOT-ELIMINADOS       PIC 9(07) VALUE ZERO.
               03  WK-TOT-ACTIVOS          PIC 9(07) VALUE ZERO.
               03  WK-TOT-CANCELADOS       PIC 9(07) VALUE ZERO.
               03  WK-TOT-CASTIGADOS       PIC 9(07) VALUE ZERO.
               03  WK-TOT-REESTRUCTURADOS  PIC 9(07) VALUE ZERO.
               03  WK-TOT-DE-REESTRUCTURA  PIC 9(07) VALUE ZERO.
               03  WK-TOT-MONTO            PIC 9(13)V99 VALUE ZERO.
               03  WK-TOT-SALDO            PIC 9(13)V99 VALUE ZERO.

       01  WK-ENC-1.
           02  FILLER            PIC X(35) VALUE SPACE.
           02  FILLER            PIC X(37)
               VALUE 'EXCEPCIONES DEL ENVIO A LA CENTRAL'.
           02  FILLER            PIC X(10) VALUE 'PAGINA :'.
           02  WK-ENC-1-PAGINA   PIC ZZZ9.

       01  WK-ENC-2.
           02  FILLER            PIC X(15) VALUE 'FECHA PROCESO:'.
           02  WK-ENC-2-FECHA    PIC 9999/99/99.
           02  FILLER            PIC X(5)  VALUE SPACE.
           02  FILLER            PIC X(7)  VALUE 'ENVIO:'.
           02  WK-ENC-2-TIPO     PIC X(10).
           02  FILLER            PIC X(3)  VALUE SPACE.
           02  FILLER            PIC X(20) VALUE 'PROGRAMA EDBD1CLK'.

       01  WK-ENC-3.
           02  FILLER            PIC X(14) VALUE 'CREDITO'.
           02  FILLER            PIC X(11) VALUE 'CLIENTE'.
           02  FILLER            PIC X(14) VALUE 'NIT'.
           02  FILLER            PIC X(16) VALUE 'SALDO'.
           02  FILLER            PIC X(40) VALUE 'MOTIVO'.

       01  WK-DET-LINEA.
           02  WK-DET-CREDITO    PIC Z(11)9.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-CLIENTE    PIC Z(7)9.
           02  FILLER            PIC X(3)  VALUE SPACE.
           02  WK-DET-NIT        PIC X(12).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-SALDO      PIC Z(8)9.99.
           02  FILLER            PIC X(4)  VALUE SPACE.
           02  WK-DET-MOTIVO     PIC X(40).

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
               IF WK-ENVIO-CORRECCION
                   PERFORM 600-PROCESAR-RECHAZO
                       UNTIL WK-FIN-ARCHIVO
               ELSE
                   PERFORM 200-PROCESAR-CLIENTE
                       UNTIL WK-FIN-ARCHIVO
               END-IF
               IF NOT WK-SI-FALLA-INICIO
                   PERFORM 750-ESCRIBIR-TRAILER
               END-IF
               PERFORM 800-IMPRIMIR-TOTALES
               IF NOT WK-SI-FALLA-INICIO
                   PERFORM 910-MARCAR-CORRIDA
               END-IF
               PERFORM 900-FINALIZAR
           END-IF.
           GOBACK.

      *---- CONTROL DE CORRIDAS: VERIFICAR EN EDRUNC SI LA CORRIDA ---*
      *---- PROCEDE Y DEJARLA REGISTRADA EN ESTADO 'P' (EN PROCESO). -*
      *---- EL ENVIO MENSUAL SE REGISTRA CON PERIODO AAAAMM00 Y CADA -*
      *---- CORRECCION CON LA FECHA DEL DIA --------------------------*
       050-VERIFICAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-PROCESO.
           DIVIDE WK-FECHA-PROCESO BY 100
               GIVING WK-PERIODO-AAAAMM.
           PERFORM 130-LEER-PARAMETROS.
           PERFORM 040-DETERMINAR-TIPO-ENVIO.
           IF WK-SI-CORRIDA-RECHAZADA
               DISPLAY 'CORRIDA RECHAZADA POR TIPO DE ENVIO'
           ELSE
               IF WK-ENVIO-CORRECCION
                   MOVE WK-FECHA-PROCESO TO WK-PERIODO-CORRIDA
               ELSE
                   COMPUTE WK-PERIODO-CORRIDA = WK-PERIODO-AAAAMM * 100
               END-IF
               PERFORM 055-ABRIR-RUN-CONTROL
           END-IF.
           IF NOT WK-SI-CORRIDA-RECHAZADA
               PERFORM 058-VERIFICAR-PERIODO
           END-IF.
           IF NOT WK-SI-CORRIDA-RECHAZADA
               PERFORM 060-GRABAR-INICIO-CORRIDA
           END-IF.

      *---- EL TIPO DE ENVIO LO FIJA LA LLAVE BUROTIPO DE EDPARM; ----*
      *---- LA CORRECCION EXIGE EL ARCHIVO DE RECHAZOS (QUEDA --------*
      *---- ABIERTO) Y EL ENVIO MENSUAL NO DEBE RECIBIRLO ------------*
       040-DETERMINAR-TIPO-ENVIO.
           OPEN INPUT EDBRCH.
           IF WK-ENVIO-CORRECCION
               IF WK-FS-EDBRCH = '00'
                   DISPLAY 'ENVIO DE CORRECCION - RECHAZOS EN EDBRCH'
               ELSE
                   DISPLAY 'ERROR AL ABRIR EDBRCH - STATUS '
                       WK-FS-EDBRCH ' - REQUERIDO EN CORRECCION'
                   SET WK-SI-CORRIDA-RECHAZADA TO TRUE
               END-IF
           ELSE
               IF WK-FS-EDBRCH = '00'
                   DISPLAY 'ERROR: EDBRCH PRESENTE EN ENVIO MENSUAL - '
                       'USE BUROTIPO = 1 PARA CORREGIR'
                   CLOSE EDBRCH
                   SET WK-SI-CORRIDA-RECHAZADA TO TRUE
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

      *---- LEER LA CORRIDA DEL PERIODO ACTUAL (EL ENVIO ES ----------*
      *---- REPETIBLE, SOLO SE DEJA CONSTANCIA) ----------------------*
       058-VERIFICAR-PERIODO.
           MOVE WK-NOMBRE-PROGRAMA TO EDRC-PROGRAMA.
           MOVE WK-PERIODO-CORRIDA TO EDRC-PERIODO.
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
           MOVE WK-PERIODO-CORRIDA TO EDRC-PERIODO.
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
           OPEN INPUT EDAMCR.
           IF WK-FS-EDAMCR NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDAMCR - STATUS ' WK-FS-EDAMCR
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN INPUT EDAMCL.
           IF WK-FS-EDAMCL = '00'
               SET WK-SI-EDAMCL-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'AVISO: EDAMCL NO DISPONIBLE - STATUS '
                   WK-FS-EDAMCL ' - TODOS LOS CREDITOS A EXCEPCION'
           END-IF.
           OPEN OUTPUT EDBURO.
           IF WK-FS-EDBURO NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDBURO - STATUS ' WK-FS-EDBURO
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN OUTPUT EDRPTK.
           IF WK-FS-EDRPTK NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDRPTK - STATUS ' WK-FS-EDRPTK
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           IF NOT WK-FIN-ARCHIVO
               IF WK-ENVIO-CORRECCION
                   PERFORM 610-LEER-EDBRCH
                   PERFORM 150-ESCRIBIR-HEADER
               ELSE
                   PERFORM 150-ESCRIBIR-HEADER
                   MOVE ZERO TO EDMP-CODIGO-CLIENTE
                   START EDAMCR KEY IS NOT LESS THAN
                                    EDMP-CODIGO-CLIENTE
                       INVALID KEY
                           MOVE 'S' TO WK-END-OF-FILE
                   END-START
                   IF NOT WK-FIN-ARCHIVO
                       PERFORM 210-LEER-EDAMCR
                   END-IF
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
               MOVE 'BUROTIPO' TO EDPA-LLAVE
               PERFORM 135-LEER-PARAMETRO
               IF WK-SI-PARM-ENCONTRADO AND EDPA-VALOR = 1
                   MOVE 'C' TO WK-TIPO-ENVIO
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

      *---- ESCRIBIR EL REGISTRO DE ENCABEZADO ('H'); EN CORRECCION --*
      *---- EL PERIODO ES EL DEL PRIMER RECHAZO YA LEIDO -------------*
       150-ESCRIBIR-HEADER.
           MOVE SPACE TO WK-BUR-DETALLE.
           MOVE 'H' TO WK-BUR-TIPO-REGISTRO.
           MOVE WK-FECHA-PROCESO TO WK-BUR-FECHA-PROCESO.
           IF WK-ENVIO-CORRECCION AND NOT WK-FIN-ARCHIVO
               MOVE EDBR-PERIODO TO WK-BUR-PERIODO
           ELSE
               MOVE WK-PERIODO-AAAAMM TO WK-BUR-PERIODO
           END-IF.
           MOVE WK-TIPO-ENVIO TO WK-BUR-TIPO-ENVIO.
           MOVE 'SEMILLERO' TO WK-BUR-ENTIDAD.
           WRITE WK-LINEA-BURO.

      *---- PROCESAR TODOS LOS CREDITOS DE UN MISMO CLIENTE (CORTE ---*
      *---- DE CONTROL SOBRE EDMP-CODIGO-CLIENTE, RUTA ALTERNA); EL --*
      *---- CLIENTE SE BUSCA EN EDAMCL UNA SOLA VEZ ------------------*
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

      *---- LEER EL CLIENTE EN EDP3CL: DEBE EXISTIR Y TENER NIT ------*
       260-LEER-CLIENTE.
           MOVE 'N' TO WK-CLIENTE-VALIDO.
           MOVE SPACE TO WK-MOTIVO-EXCEPCION.
           IF NOT WK-SI-EDAMCL-DISPONIBLE
               MOVE 'MAESTRO DE CLIENTES NO DISPONIBLE'
                   TO WK-MOTIVO-EXCEPCION
               MOVE SPACE TO EDCM-NIT
           ELSE
               MOVE WK-CLIENTE-ACTUAL TO EDCM-CODIGO-CLIENTE
               READ EDAMCL
                   INVALID KEY
                       MOVE 'CLIENTE NO EXISTE EN EDAMCL'
                           TO WK-MOTIVO-EXCEPCION
                       MOVE SPACE TO EDCM-NIT
                   NOT INVALID KEY
                       IF EDCM-NIT = SPACE
                           MOVE 'CLIENTE SIN NIT EN EDAMCL'
                               TO WK-MOTIVO-EXCEPCION
                       ELSE
                           SET WK-SI-CLIENTE-VALIDO TO TRUE
                       END-IF
               END-READ
           END-IF.

      *---- UN CREDITO DEL CLIENTE ACTUAL: LOS ELIMINADOS NO SE ------*
      *---- REPORTAN; LOS DEMAS VAN AL ARCHIVO O A EXCEPCIONES -------*
       300-PROCESAR-CREDITO.
           ADD 1 TO WK-TOT-REGISTROS.
           IF EDMP-MARCA-ELIMINADO = 'D'
               ADD 1 TO WK-TOT-ELIMINADOS
           ELSE
               IF WK-SI-CLIENTE-VALIDO
                   PERFORM 400-ESCRIBIR-DETALLE
               ELSE
                   PERFORM 450-IMPRIMIR-EXCEPCION
               END-IF
           END-IF.
           PERFORM 210-LEER-EDAMCR.

      *--------- CALCULA EL ATRASO CON LA MISMA AMORTIZACION LINEAL --*
      *--------- DEL REPORTE DE ENVEJECIMIENTO (EDBD1CLA) ------------*
       350-CALCULAR-ATRASO.
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

      *---------- FORMATEAR Y ESCRIBIR UN REGISTRO DE DETALLE --------*
      *---------- ESTADO: A=ACTIVO, C=CANCELADO, X=CASTIGADO, -------*
      *---------- R=REESTRUCTURADO (CERRADO Y SUSTITUIDO POR OTRO) ---*
      *---------- MARCA REESTRUCTURA 'S': CREDITO NACIDO DE UNA -------*
      *---------- REESTRUCTURACION -----------------------------------*
       400-ESCRIBIR-DETALLE.
           PERFORM 350-CALCULAR-ATRASO.
           MOVE 'D'                        TO WK-BUR-TIPO-REGISTRO.
           MOVE EDCM-NIT                   TO WK-BUR-NIT.
           MOVE EDCM-NOMBRE                TO WK-BUR-NOMBRE.
           MOVE EDMP-CODIGO-CLIENTE        TO WK-BUR-COD-CLIENTE.
           MOVE EDMP-LLAVE                 TO WK-BUR-COD-CREDITO.
           MOVE EDMP-FECHA-INICIO-PRESTAMO TO WK-BUR-FECHA-INICIO.
           MOVE EDMP-MONTO-TOTAL           TO WK-BUR-MONTO-OTORGADO.
           MOVE EDMP-SALDO-TOTAL           TO WK-BUR-SALDO.
           MOVE WK-CUOTAS-ATRASO           TO WK-BUR-CUOTAS-ATRASO.
           EVALUATE TRUE
               WHEN EDMP-CREDITO-CANCELADO
                   MOVE 'C' TO WK-BUR-ESTADO
                   MOVE EDMP-FECHA-CANCELACION TO WK-BUR-FECHA-CANCELA
                   ADD 1 TO WK-TOT-CANCELADOS
               WHEN EDMP-CREDITO-CASTIGADO
                   MOVE 'X' TO WK-BUR-ESTADO
                   MOVE EDMP-FECHA-CANCELACION TO WK-BUR-FECHA-CANCELA
                   ADD 1 TO WK-TOT-CASTIGADOS
               WHEN EDMP-CREDITO-REESTRUCTURADO
                   MOVE 'R' TO WK-BUR-ESTADO
                   MOVE EDMP-FECHA-CANCELACION TO WK-BUR-FECHA-CANCELA
                   ADD 1 TO WK-TOT-REESTRUCTURADOS
               WHEN OTHER
                   MOVE 'A' TO WK-BUR-ESTADO
                   MOVE ZERO TO WK-BUR-FECHA-CANCELA
                   ADD 1 TO WK-TOT-ACTIVOS
           END-EVALUATE.
           IF EDMP-SI-REESTRUCTURA
               MOVE 'S' TO WK-BUR-REESTRUCTURA
               ADD 1 TO WK-TOT-DE-REESTRUCTURA
           ELSE
               MOVE 'N' TO WK-BUR-REESTRUCTURA
           END-IF.
           WRITE WK-LINEA-BURO.
           ADD 1 TO WK-TOT-ENVIADOS.
           ADD EDMP-MONTO-TOTAL TO WK-TOT-MONTO.
           ADD EDMP-SALDO-TOTAL TO WK-TOT-SALDO.

      *---- CREDITO QUE NO PUEDE ENVIARSE: LINEA DE EXCEPCION --------*
       450-IMPRIMIR-EXCEPCION.
           IF WK-NUM-LINEA >= WK-LINEAS-PAGINA
               PERFORM 500-IMPRIMIR-ENCABEZADO
           END-IF.
           MOVE EDMP-LLAVE           TO WK-DET-CREDITO.
           MOVE EDMP-CODIGO-CLIENTE  TO WK-DET-CLIENTE.
           MOVE EDCM-NIT             TO WK-DET-NIT.
           MOVE EDMP-SALDO-TOTAL     TO WK-DET-SALDO.
           MOVE WK-MOTIVO-EXCEPCION  TO WK-DET-MOTIVO.
           MOVE WK-DET-LINEA         TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           ADD 1 TO WK-NUM-LINEA.
           ADD 1 TO WK-TOT-EXCEPCIONES.

       500-IMPRIMIR-ENCABEZADO.
           ADD 1 TO WK-NUM-PAGINA.
           MOVE WK-NUM-PAGINA  TO WK-ENC-1-PAGINA.
           MOVE WK-FECHA-PROCESO TO WK-ENC-2-FECHA.
           IF WK-ENVIO-CORRECCION
               MOVE 'CORRECCION' TO WK-ENC-2-TIPO
           ELSE
               MOVE 'MENSUAL'    TO WK-ENC-2-TIPO
           END-IF.
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

      *---- ENVIO DE CORRECCION: CADA CREDITO RECHAZADO POR LA -------*
      *---- CENTRAL SE RELEE DEL MAESTRO Y SE VUELVE A ENVIAR --------*
       600-PROCESAR-RECHAZO.
           ADD 1 TO WK-TOT-REGISTROS.
           MOVE EDBR-COD-CREDITO TO EDMP-LLAVE.
           READ EDAMCR
               INVALID KEY
                   MOVE ZERO TO EDMP-CODIGO-CLIENTE
                   MOVE ZERO TO EDMP-SALDO-TOTAL
                   MOVE EDBR-NIT TO EDCM-NIT
                   MOVE 'CREDITO RECHAZADO NO EXISTE EN EDAMCR'
                       TO WK-MOTIVO-EXCEPCION
                   PERFORM 450-IMPRIMIR-EXCEPCION
               NOT INVALID KEY
                   PERFORM 620-REENVIAR-CREDITO
           END-READ.
           PERFORM 610-LEER-EDBRCH.

       610-LEER-EDBRCH.
           READ EDBRCH
               AT END
                   MOVE 'S' TO WK-END-OF-FILE
           END-READ.

       620-REENVIAR-CREDITO.
           IF EDMP-MARCA-ELIMINADO = 'D'
               ADD 1 TO WK-TOT-ELIMINADOS
               MOVE EDBR-NIT TO EDCM-NIT
               MOVE 'CREDITO RECHAZADO ESTA ELIMINADO'
                   TO WK-MOTIVO-EXCEPCION
               PERFORM 450-IMPRIMIR-EXCEPCION
           ELSE
               MOVE EDMP-CODIGO-CLIENTE TO WK-CLIENTE-ACTUAL
               PERFORM 260-LEER-CLIENTE
               IF WK-SI-CLIENTE-VALIDO
                   PERFORM 400-ESCRIBIR-DETALLE
               ELSE
                   PERFORM 450-IMPRIMIR-EXCEPCION
               END-IF
           END-IF.

      *---------- ESCRIBIR EL REGISTRO DE CONTROL (TRAILER) ----------*
       750-ESCRIBIR-TRAILER.
           MOVE SPACE              TO WK-BUR-DETALLE.
           MOVE 'T'               TO WK-BUR-TIPO-REGISTRO.
           MOVE WK-TOT-ENVIADOS   TO WK-BUR-TOT-REGISTROS.
           MOVE WK-TOT-MONTO      TO WK-BUR-TOT-MONTO.
           MOVE WK-TOT-SALDO      TO WK-BUR-TOT-SALDO.
           WRITE WK-LINEA-BURO.

       800-IMPRIMIR-TOTALES.
           IF WK-NUM-PAGINA = 0
               PERFORM 500-IMPRIMIR-ENCABEZADO
           END-IF.
           MOVE SPACE TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE 'RESUMEN DE CONTROL DEL ENVIO' TO WK-RES-TITULO.
           MOVE WK-RES-TITULO TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           IF WK-ENVIO-CORRECCION
               MOVE 'RECHAZOS DE LA CENTRAL LEIDOS'  TO WK-RES-TITULO
           ELSE
               MOVE 'CREDITOS LEIDOS'                TO WK-RES-TITULO
           END-IF.
           MOVE WK-TOT-REGISTROS TO WK-RES-CANTIDAD
           MOVE ZERO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'CREDITOS ELIMINADOS (NO SE ENVIAN)' TO WK-RES-TITULO
           MOVE WK-TOT-ELIMINADOS TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'CREDITOS EN EXCEPCION'          TO WK-RES-TITULO
           MOVE WK-TOT-EXCEPCIONES TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'ENVIADOS - ACTIVOS'             TO WK-RES-TITULO
           MOVE WK-TOT-ACTIVOS TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'ENVIADOS - CANCELADOS'          TO WK-RES-TITULO
           MOVE WK-TOT-CANCELADOS TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'ENVIADOS - CASTIGADOS'          TO WK-RES-TITULO
           MOVE WK-TOT-CASTIGADOS TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'ENVIADOS - REESTRUCTURADOS'     TO WK-RES-TITULO
           MOVE WK-TOT-REESTRUCTURADOS TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'ENVIADOS - NACIDOS DE REESTRUCTURA' TO WK-RES-TITULO
           MOVE WK-TOT-DE-REESTRUCTURA TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'TOTAL MONTO OTORGADO ENVIADO'   TO WK-RES-TITULO
           MOVE WK-TOT-ENVIADOS TO WK-RES-CANTIDAD
           MOVE WK-TOT-MONTO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'TOTAL SALDO ENVIADO'            TO WK-RES-TITULO
           MOVE WK-TOT-ENVIADOS TO WK-RES-CANTIDAD
           MOVE WK-TOT-SALDO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.

      *---- MARCAR LA CORRIDA COMPLETADA ('C') EN EL CONTROL DE ------*
      *---- CORRIDAS CON LOS CONTADORES DEL PROCESO ------------------*
       910-MARCAR-CORRIDA.
           MOVE WK-NOMBRE-PROGRAMA TO EDRC-PROGRAMA.
           MOVE WK-PERIODO-CORRIDA TO EDRC-PERIODO.
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
           IF WK-ENVIO-CORRECCION
               CLOSE EDBRCH
           END-IF.
           CLOSE EDBURO.
           CLOSE EDRPTK.
           CLOSE EDRUNC.
