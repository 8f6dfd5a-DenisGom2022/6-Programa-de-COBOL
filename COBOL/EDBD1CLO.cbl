      ******************************************************************
      * FECHA       : 10/15/2026                                       *
      * PROGRAMADOR : DENIS GOMEZ                                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDBD1CLO                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : PROCESO DE FIN DE MES - REPRECIO DE CREDITOS DE  *
      *             : TASA VARIABLE. CORRE ANTES DE EDBD1CLI (SE       *
      *             : RECHAZA SI EDBD1CLI YA COMPLETO EL MES). CARGA   *
      *             : DE EDTASA LA TASA VIGENTE DE CADA INDICE A LA    *
      *             : FECHA DE PROCESO Y, PARA CADA CREDITO ACTIVO     *
      *             : CON EDMP-TIPO-TASA 'V', FIJA LA TASA NUEVA EN    *
      *             : LA DEL INDICE MAS EL MARGEN, ACOTADA ENTRE EL    *
      *             : PISO Y EL TECHO (TECHO CERO = SIN TECHO). SI LA  *
      *             : TASA CAMBIA, RECALCULA LA CUOTA MENSUAL PARA     *
      *             : AMORTIZAR EL SALDO TOTAL EN LAS CUOTAS QUE       *
      *             : FALTAN DEL PLAZO (CUOTA NIVELADA), REESCRIBE EL  *
      *             : CREDITO, GRABA UN MOVIMIENTO 'M' EN EDMOVS Y LO  *
      *             : LISTA EN EL AVISO DE REPRECIO POR CLIENTE CON    *
      *             : LA TASA Y CUOTA ANTERIOR Y NUEVA. LOS CREDITOS   *
      *             : CUYA TASA NO CAMBIA NO SE TOCAN, POR LO QUE UN   *
      *             : REINICIO DESPUES DE UN ABEND NO REPITE NINGUN    *
      *             : REPRECIO Y NO NECESITA CHECKPOINT                *
      * ARCHIVOS    : EDAMCR (ACTUALIZA - RUTA ALTERNA POR CLIENTE),   *
      *             : EDTASA (ENTRADA - TASAS DE REFERENCIA),          *
      *             : EDAMCL (SOLO LECTURA), EDMOVS (SALIDA -          *
      *             : MOVIMIENTOS), EDRPTO (SALIDA - AVISO DE          *
      *             : REPRECIO)                                        *
      * ACCION (ES) : O=REPRECIAR CREDITOS DE TASA VARIABLE            *
      * PROGRAMA(S) :                                                  *
      * CANAL       : BATCH                                            *
      * INSTALADO   : 10/15/2026                                       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDBD1CLO.
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

           SELECT EDTASA ASSIGN TO 'EDTASA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDTA-LLAVE
               FILE STATUS IS WK-FS-EDTASA.

           SELECT EDPARM ASSIGN TO 'EDPARM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPA-LLAVE
               FILE STATUS IS WK-FS-EDPARM.

           SELECT EDMOVS ASSIGN TO 'EDMOVS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMV-LLAVE
               FILE STATUS IS WK-FS-EDMOVS.

           SELECT EDRPTO ASSIGN TO 'EDRPTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EDRPTO.

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

       FD  EDTASA.
       COPY EDTASA.

       FD  EDPARM.
       COPY EDPARM.

       FD  EDMOVS.
       COPY EDMOVC.

       FD  EDRPTO
           RECORDING MODE IS F.
       01  WK-LINEA-REPORTE            PIC X(132).

       FD  EDRUNC.
       COPY EDRUNC.

       WORKING-STORAGE SECTION.
       01  WK-CAMPOS-DE-TRABAJO.
           02  WK-NOMBRE-PROGRAMA      PIC X(8)  VALUE 'EDBD1CLO'.
           02  WK-FS-EDRUNC            PIC XX    VALUE ZERO.
           02  WK-PERIODO-AAAAMM       PIC 9(06) VALUE ZERO.
           02  WK-CORRIDA-RECHAZADA    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-RECHAZADA    VALUE 'S'.
           02  WK-CORRIDA-EXISTENTE    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-EXISTENTE    VALUE 'S'.
           02  WK-FS-EDAMCR            PIC XX    VALUE ZERO.
           02  WK-FS-EDAMCL            PIC XX    VALUE ZERO.
           02  WK-FS-EDTASA            PIC XX    VALUE ZERO.
           02  WK-FS-EDPARM            PIC XX    VALUE ZERO.
           02  WK-FS-EDMOVS            PIC XX    VALUE ZERO.
           02  WK-FS-EDRPTO            PIC XX    VALUE ZERO.
           02  WK-PARM-ENCONTRADO      PIC X     VALUE 'N'.
               88  WK-SI-PARM-ENCONTRADO      VALUE 'S'.
           02  WK-EDAMCL-DISPONIBLE    PIC X     VALUE 'N'.
               88  WK-SI-EDAMCL-DISPONIBLE    VALUE 'S'.
           02  WK-FECHA-PROCESO        PIC 9(08) VALUE ZERO.
           02  WK-HORA-PROCESO         PIC 9(06) VALUE ZERO.
           02  WK-LINEAS-PAGINA        PIC 99    VALUE 50.
           02  WK-NUM-LINEA            PIC 99    VALUE 99.
           02  WK-NUM-PAGINA           PIC 9(04) VALUE ZERO.
           02  WK-MOV-SECUENCIA        PIC 9(07) VALUE ZERO.
           02  WK-CLIENTE-LEIDO        PIC 9(08) VALUE ZERO.
           02  WK-NOMBRE-CLIENTE       PIC X(30) VALUE SPACE.
           02  WK-I                    PIC 9(03) VALUE ZERO.
           02  WK-IND-IDX              PIC 9(03) VALUE ZERO.
           02  WK-IND-USADOS           PIC 9(03) VALUE ZERO.
           02  WK-IND-BUSCADO          PIC X(08) VALUE SPACE.
           02  WK-IND-HALLADO          PIC X     VALUE 'N'.
               88  WK-SI-IND-HALLADO          VALUE 'S'.
           02  WK-TABLA-LLENA          PIC X     VALUE 'N'.
               88  WK-SI-TABLA-LLENA          VALUE 'S'.
           02  WK-FIN-EDTASA           PIC X     VALUE 'N'.
               88  WK-SI-FIN-EDTASA           VALUE 'S'.
           02  WK-TASA-ANTERIOR        PIC 9(02)V9(04) VALUE ZERO.
           02  WK-TASA-NUEVA           PIC 9(03)V9(04) VALUE ZERO.
           02  WK-TASA-MENSUAL         PIC 9V9(08)     VALUE ZERO.
           02  WK-CUOTA-ANTERIOR       PIC 9(07)V99    VALUE ZERO.
           02  WK-CUOTA-NUEVA          PIC 9(07)V99    VALUE ZERO.
           02  WK-CUOTAS-RESTANTES     PIC S9(04)      VALUE ZERO.
           02  WK-MOTIVO-EXCEPCION     PIC X(40)       VALUE SPACE.
           02  WK-END-OF-FILE          PIC X     VALUE 'N'.
               88  WK-FIN-ARCHIVO             VALUE 'S'.
           02  WK-FALLA-INICIO         PIC X     VALUE 'N'.
               88  WK-SI-FALLA-INICIO         VALUE 'S'.
           02  WK-TOTALES.
               03  WK-TOT-REGISTROS        PIC 9(07) VALUE ZERO.
               03  WK-TOT-FIJOS            PIC 9(07) VALUE ZERO.
               03  WK-TOT-CERRADOS         PIC 9(07) VALUE ZERO.
               03  WK-TOT-SIN-CAMBIO       PIC 9(07) VALUE ZERO.
               03  WK-TOT-REPRECIADOS      PIC 9(07) VALUE ZERO.
               03  WK-TOT-EXCEPCIONES      PIC 9(07) VALUE ZERO.
               03  WK-TOT-SALDO-REPRECIADO PIC S9(13)V99 VALUE ZERO.

      *---- TASA VIGENTE DE CADA INDICE A LA FECHA DE PROCESO --------*
      *---- (HASTA 100 INDICES), CARGADA DE EDTASA AL INICIO ---------*
       01  WK-TABLA-INDICES.
           02  WK-IND-ENTRADA OCCURS 100.
               03  WK-IND-CODIGO       PIC X(08).
               03  WK-IND-FECHA        PIC 9(08).
               03  WK-IND-TASA         PIC 9(02)V9(04).

       01  WK-ENC-1.
           02  FILLER            PIC X(35) VALUE SPACE.
           02  FILLER            PIC X(37)
               VALUE 'AVISO DE REPRECIO - TASA VARIABLE'.
           02  FILLER            PIC X(10) VALUE 'PAGINA :'.
           02  WK-ENC-1-PAGINA   PIC ZZZ9.

       01  WK-ENC-2.
           02  FILLER            PIC X(15) VALUE 'FECHA PROCESO:'.
           02  WK-ENC-2-FECHA    PIC 9999/99/99.
           02  FILLER            PIC X(20) VALUE SPACE.
           02  FILLER            PIC X(20) VALUE 'PROGRAMA EDBD1CLO'.

       01  WK-ENC-3.
           02  FILLER            PIC X(10) VALUE 'CLIENTE'.
           02  FILLER            PIC X(32) VALUE 'NOMBRE'.
           02  FILLER            PIC X(14) VALUE 'CREDITO'.
           02  FILLER            PIC X(10) VALUE 'INDICE'.
           02  FILLER            PIC X(09) VALUE 'TASA ANT'.
           02  FILLER            PIC X(09) VALUE 'TASA NVA'.
           02  FILLER            PIC X(12) VALUE 'CUOTA ANT'.
           02  FILLER            PIC X(12) VALUE 'CUOTA NVA'.

       01  WK-DET-LINEA.
           02  WK-DET-CLIENTE    PIC Z(7)9.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-NOMBRE     PIC X(30).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-CREDITO    PIC Z(11)9.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-INDICE     PIC X(08).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-TASA-ANT   PIC Z9.9999.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-TASA-NVA   PIC Z9.9999.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-CUOTA-ANT  PIC Z(6)9.99.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-CUOTA-NVA  PIC Z(6)9.99.

       01  WK-EXC-LINEA.
           02  WK-EXC-CLIENTE    PIC Z(7)9.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-EXC-NOMBRE     PIC X(30).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-EXC-CREDITO    PIC Z(11)9.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-EXC-INDICE     PIC X(08).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  FILLER            PIC X(10) VALUE '*** NO SE '.
           02  FILLER            PIC X(12) VALUE 'REPRECIO: '.
           02  WK-EXC-MOTIVO     PIC X(40).

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

      *---- EL REPRECIO DEBE CORRER ANTES DEL INTERES DEL MES: SI -----*
      *---- EDBD1CLI YA COMPLETO EL PERIODO, EL INTERES SE CALCULO ----*
      *---- CON LA TASA ANTERIOR Y LA CORRIDA SE RECHAZA -------------*
       057-VERIFICAR-INTERES-POSTERIOR.
           MOVE 'EDBD1CLI' TO EDRC-PROGRAMA.
           COMPUTE EDRC-PERIODO = WK-PERIODO-AAAAMM * 100.
           READ EDRUNC
               INVALID KEY
                   MOVE SPACE TO EDRC-ESTADO
           END-READ.
           IF EDRC-COMPLETADO
               DISPLAY 'EDBD1CLI YA COMPLETO EL PERIODO - EL REPRECIO '
                   'DEBE CORRER ANTES - CORRIDA RECHAZADA'
               SET WK-SI-CORRIDA-RECHAZADA TO TRUE
               CLOSE EDRUNC
           END-IF.

      *---- LEER LA CORRIDA DEL PERIODO ACTUAL Y RECHAZAR LA ---------*
      *---- REPETICION CUANDO EL PROCESO NO ES REPETIBLE -------------*
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
               DISPLAY 'EDBD1CLO YA COMPLETADO PARA EL PERIODO '
                   EDRC-PERIODO ' - CORRIDA RECHAZADA'
               SET WK-SI-CORRIDA-RECHAZADA TO TRUE
               CLOSE EDRUNC
           END-IF.
           IF NOT WK-SI-CORRIDA-RECHAZADA
               PERFORM 057-VERIFICAR-INTERES-POSTERIOR
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

      *---------------- ABRIR ARCHIVOS Y CARGAR LAS TASAS ------------*
       100-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WK-FECHA-PROCESO.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO WK-HORA-PROCESO.
           PERFORM 130-LEER-PARAMETROS.
           OPEN OUTPUT EDRPTO.
           IF WK-FS-EDRPTO NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDRPTO - STATUS ' WK-FS-EDRPTO
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           PERFORM 140-CARGAR-TASAS.
           PERFORM 120-ABRIR-MOVIMIENTOS.
           OPEN I-O EDAMCR.
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
                   WK-FS-EDAMCL
           END-IF.
           IF NOT WK-FIN-ARCHIVO
               MOVE ZERO TO EDMP-CODIGO-CLIENTE
               START EDAMCR KEY IS NOT LESS THAN EDMP-CODIGO-CLIENTE
                   INVALID KEY
                       MOVE 'S' TO WK-END-OF-FILE
               END-START
           END-IF.
           IF NOT WK-FIN-ARCHIVO
               PERFORM 210-LEER-EDAMCR
           END-IF.

      *---- ABRIR (O CREAR SI NO EXISTE) EL LIBRO DE MOVIMIENTOS -----*
       120-ABRIR-MOVIMIENTOS.
           OPEN I-O EDMOVS.
           IF WK-FS-EDMOVS = '35'
               OPEN OUTPUT EDMOVS
               CLOSE EDMOVS
               OPEN I-O EDMOVS
           END-IF.
           IF WK-FS-EDMOVS NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDMOVS - STATUS ' WK-FS-EDMOVS
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

      *---- CARGAR LA TASA VIGENTE DE CADA INDICE: EDTASA VIENE EN ---*
      *---- ORDEN DE INDICE Y FECHA, POR LO QUE LA ULTIMA TASA CON ---*
      *---- FECHA NO POSTERIOR A LA DE PROCESO QUEDA EN LA TABLA. ----*
      *---- SIN EDTASA NO SE PUEDE REPRECIAR NINGUN CREDITO ----------*
       140-CARGAR-TASAS.
           OPEN INPUT EDTASA.
           IF WK-FS-EDTASA NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDTASA - STATUS ' WK-FS-EDTASA
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           ELSE
               MOVE LOW-VALUES TO EDTA-LLAVE
               START EDTASA KEY IS NOT LESS THAN EDTA-LLAVE
                   INVALID KEY
                       MOVE 'S' TO WK-FIN-EDTASA
               END-START
               PERFORM 145-LEER-TASA
                   UNTIL WK-SI-FIN-EDTASA
               CLOSE EDTASA
               IF WK-SI-TABLA-LLENA
                   DISPLAY 'AVISO: MAS DE 100 INDICES EN EDTASA - '
                       'LOS RESTANTES NO SE CARGARON'
               END-IF
           END-IF.

       145-LEER-TASA.
           READ EDTASA NEXT RECORD
               AT END
                   MOVE 'S' TO WK-FIN-EDTASA
               NOT AT END
                   IF EDTA-FECHA-VIGENCIA NOT > WK-FECHA-PROCESO
                       PERFORM 150-GUARDAR-TASA
                   END-IF
           END-READ.

      *---- DEJAR LA TASA EN LA ENTRADA DEL INDICE (SE CREA SI NO ----*
      *---- EXISTE; UNA FECHA POSTERIOR DEL MISMO INDICE LA PISA) ----*
       150-GUARDAR-TASA.
           MOVE EDTA-INDICE TO WK-IND-BUSCADO.
           PERFORM 160-BUSCAR-INDICE.
           IF NOT WK-SI-IND-HALLADO
               IF WK-IND-USADOS < 100
                   ADD 1 TO WK-IND-USADOS
                   MOVE WK-IND-USADOS TO WK-IND-IDX
                   MOVE EDTA-INDICE TO WK-IND-CODIGO(WK-IND-IDX)
                   SET WK-SI-IND-HALLADO TO TRUE
               ELSE
                   SET WK-SI-TABLA-LLENA TO TRUE
               END-IF
           END-IF.
           IF WK-SI-IND-HALLADO
               MOVE EDTA-FECHA-VIGENCIA TO WK-IND-FECHA(WK-IND-IDX)
               MOVE EDTA-TASA           TO WK-IND-TASA(WK-IND-IDX)
           END-IF.

      *---- BUSCAR EN LA TABLA EL INDICE DE WK-IND-BUSCADO -----------*
       160-BUSCAR-INDICE.
           MOVE 'N' TO WK-IND-HALLADO.
           MOVE ZERO TO WK-IND-IDX.
           PERFORM 165-COMPARAR-INDICE
               VARYING WK-I FROM 1 BY 1
               UNTIL WK-I > WK-IND-USADOS OR WK-SI-IND-HALLADO.

       165-COMPARAR-INDICE.
           IF WK-IND-CODIGO(WK-I) = WK-IND-BUSCADO
               SET WK-SI-IND-HALLADO TO TRUE
               MOVE WK-I TO WK-IND-IDX
           END-IF.

       200-PROCESAR-ARCHIVO.
           ADD 1 TO WK-TOT-REGISTROS.
           EVALUATE TRUE
               WHEN EDMP-MARCA-ELIMINADO = 'D'
               WHEN EDMP-CREDITO-CANCELADO
               WHEN EDMP-CREDITO-CASTIGADO
               WHEN EDMP-CREDITO-REESTRUCTURADO
                   ADD 1 TO WK-TOT-CERRADOS
               WHEN NOT EDMP-TASA-VARIABLE
                   ADD 1 TO WK-TOT-FIJOS
               WHEN OTHER
                   PERFORM 300-REPRECIAR-CREDITO
           END-EVALUATE.
           PERFORM 210-LEER-EDAMCR.

       210-LEER-EDAMCR.
           READ EDAMCR NEXT RECORD
               AT END
                   MOVE 'S' TO WK-END-OF-FILE
           END-READ.

      *---- TASA NUEVA = TASA VIGENTE DEL INDICE + MARGEN, ACOTADA ---*
      *---- ENTRE PISO Y TECHO; SOLO SI CAMBIA SE RECALCULA LA -------*
      *---- CUOTA Y SE REESCRIBE EL CREDITO --------------------------*
       300-REPRECIAR-CREDITO.
           MOVE SPACE TO WK-MOTIVO-EXCEPCION.
           MOVE EDMP-INDICE-TASA TO WK-IND-BUSCADO.
           PERFORM 160-BUSCAR-INDICE.
           IF NOT WK-SI-IND-HALLADO
               MOVE 'INDICE SIN TASA VIGENTE EN EDTASA'
                   TO WK-MOTIVO-EXCEPCION
           ELSE
               COMPUTE WK-TASA-NUEVA =
                   WK-IND-TASA(WK-IND-IDX) + EDMP-MARGEN-TASA
               IF WK-TASA-NUEVA < EDMP-TASA-PISO
                   MOVE EDMP-TASA-PISO TO WK-TASA-NUEVA
               END-IF
               IF EDMP-TASA-TECHO > ZERO
                  AND WK-TASA-NUEVA > EDMP-TASA-TECHO
                   MOVE EDMP-TASA-TECHO TO WK-TASA-NUEVA
               END-IF
               EVALUATE TRUE
                   WHEN WK-TASA-NUEVA > 99.9999
                       MOVE 'TASA RESULTANTE MAYOR QUE 99.9999'
                           TO WK-MOTIVO-EXCEPCION
                   WHEN WK-TASA-NUEVA = EDMP-TASA-INTERES-ANUAL
                       ADD 1 TO WK-TOT-SIN-CAMBIO
                   WHEN OTHER
                       PERFORM 310-APLICAR-REPRECIO
               END-EVALUATE
           END-IF.
           IF WK-MOTIVO-EXCEPCION NOT = SPACE
               PERFORM 450-IMPRIMIR-EXCEPCION
               MOVE SPACE TO WK-MOTIVO-EXCEPCION
           END-IF.

      *---- RECALCULAR LA CUOTA, REESCRIBIR EL CREDITO CON LA TASA ---*
      *---- NUEVA Y DEJAR EL MOVIMIENTO Y LA LINEA DEL AVISO; UN -----*
      *---- ERROR QUEDA EN WK-MOTIVO-EXCEPCION PARA EL REPORTE -------*
       310-APLICAR-REPRECIO.
           PERFORM 320-CALCULAR-CUOTA.
           IF WK-MOTIVO-EXCEPCION = SPACE
               MOVE EDMP-TASA-INTERES-ANUAL TO WK-TASA-ANTERIOR
               MOVE EDMP-CUOTA-MENSUAL      TO WK-CUOTA-ANTERIOR
               MOVE WK-TASA-NUEVA           TO EDMP-TASA-INTERES-ANUAL
               MOVE WK-CUOTA-NUEVA          TO EDMP-CUOTA-MENSUAL
               MOVE WK-NOMBRE-PROGRAMA      TO EDMP-USUARIO-ULT-CAMBIO
               MOVE WK-FECHA-PROCESO        TO EDMP-FECHA-ULT-CAMBIO
               REWRITE REG-EDMACR
                   INVALID KEY
                       DISPLAY 'ERROR AL REESCRIBIR CREDITO '
                           EDMP-LLAVE ' STATUS ' WK-FS-EDAMCR
                       MOVE 'ERROR AL REESCRIBIR EL CREDITO'
                           TO WK-MOTIVO-EXCEPCION
               END-REWRITE
           END-IF.
           IF WK-MOTIVO-EXCEPCION = SPACE
               PERFORM 370-GRABAR-MOVIMIENTO
               PERFORM 400-IMPRIMIR-DETALLE
               ADD 1 TO WK-TOT-REPRECIADOS
               ADD EDMP-SALDO-TOTAL TO WK-TOT-SALDO-REPRECIADO
           END-IF.

      *---- CUOTA NIVELADA QUE AMORTIZA EL SALDO TOTAL EN LAS CUOTAS -*
      *---- RESTANTES DEL PLAZO A LA TASA NUEVA:                     *
      *----   CUOTA = SALDO * I / (1 - (1 + I) ** -N), I = TASA/1200 -*
      *---- SIN CUOTAS RESTANTES LA CUOTA ES TODO EL SALDO; CON -----*
      *---- TASA CERO ES EL SALDO ENTRE LAS CUOTAS RESTANTES ---------*
       320-CALCULAR-CUOTA.
           MOVE SPACE TO WK-MOTIVO-EXCEPCION.
           COMPUTE WK-CUOTAS-RESTANTES =
               EDMP-PLAZO-MESES - EDMP-NUMERO-CUOTAS-PAGADAS.
           COMPUTE WK-TASA-MENSUAL ROUNDED = WK-TASA-NUEVA / 1200.
           EVALUATE TRUE
               WHEN WK-CUOTAS-RESTANTES < 1
                   COMPUTE WK-CUOTA-NUEVA = EDMP-SALDO-TOTAL
                       ON SIZE ERROR
                           MOVE 'CUOTA RESULTANTE FUERA DE RANGO'
                               TO WK-MOTIVO-EXCEPCION
                   END-COMPUTE
               WHEN WK-TASA-MENSUAL = ZERO
                   COMPUTE WK-CUOTA-NUEVA ROUNDED =
                       EDMP-SALDO-TOTAL / WK-CUOTAS-RESTANTES
                       ON SIZE ERROR
                           MOVE 'CUOTA RESULTANTE FUERA DE RANGO'
                               TO WK-MOTIVO-EXCEPCION
                   END-COMPUTE
               WHEN OTHER
                   COMPUTE WK-CUOTA-NUEVA ROUNDED =
                       EDMP-SALDO-TOTAL * WK-TASA-MENSUAL
                       / (1 - (1 + WK-TASA-MENSUAL)
                              ** (0 - WK-CUOTAS-RESTANTES))
                       ON SIZE ERROR
                           MOVE 'CUOTA RESULTANTE FUERA DE RANGO'
                               TO WK-MOTIVO-EXCEPCION
                   END-COMPUTE
           END-EVALUATE.

      *---- GRABAR EN EDMOVS EL MOVIMIENTO 'M' DEL REPRECIO (EL ------*
      *---- SALDO Y EL MONTO TOTAL NO CAMBIAN; CAMBIAN TASA Y CUOTA) -*
       370-GRABAR-MOVIMIENTO.
           ADD 1 TO WK-MOV-SECUENCIA.
           MOVE EDMP-LLAVE          TO EDMV-COD-CREDITO.
           MOVE WK-FECHA-PROCESO    TO EDMV-FECHA.
           MOVE WK-HORA-PROCESO     TO EDMV-HORA.
           MOVE WK-MOV-SECUENCIA    TO EDMV-SECUENCIA.
           MOVE WK-NOMBRE-PROGRAMA  TO EDMV-PROGRAMA.
           MOVE WK-NOMBRE-PROGRAMA  TO EDMV-OPERADOR.
           MOVE 'M'                 TO EDMV-TIPO-MOVIMIENTO.
           MOVE EDMP-SALDO-TOTAL    TO EDMV-SALDO-ANTERIOR.
           MOVE EDMP-SALDO-TOTAL    TO EDMV-SALDO-NUEVO.
           MOVE ZERO                TO EDMV-MONTO-MOVIMIENTO.
           MOVE 'S'                 TO EDMV-DESGLOSE.
           MOVE ZERO                TO EDMV-MONTO-CAPITAL.
           MOVE ZERO                TO EDMV-MONTO-INTERES.
           MOVE ZERO                TO EDMV-MONTO-MORA.
           MOVE SPACE               TO EDMV-FILLER.
           WRITE REG-EDMOVC
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR MOVIMIENTO '
                       EDMV-LLAVE ' STATUS ' WK-FS-EDMOVS
           END-WRITE.

      *---- LINEA DEL AVISO DE REPRECIO DEL CREDITO ------------------*
       400-IMPRIMIR-DETALLE.
           IF WK-NUM-LINEA >= WK-LINEAS-PAGINA
               PERFORM 500-IMPRIMIR-ENCABEZADO
           END-IF.
           PERFORM 260-LEER-NOMBRE-CLIENTE.
           MOVE EDMP-CODIGO-CLIENTE  TO WK-DET-CLIENTE.
           MOVE WK-NOMBRE-CLIENTE    TO WK-DET-NOMBRE.
           MOVE EDMP-LLAVE           TO WK-DET-CREDITO.
           MOVE EDMP-INDICE-TASA     TO WK-DET-INDICE.
           MOVE WK-TASA-ANTERIOR     TO WK-DET-TASA-ANT.
           MOVE WK-TASA-NUEVA        TO WK-DET-TASA-NVA.
           MOVE WK-CUOTA-ANTERIOR    TO WK-DET-CUOTA-ANT.
           MOVE WK-CUOTA-NUEVA       TO WK-DET-CUOTA-NVA.
           MOVE WK-DET-LINEA         TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           ADD 1 TO WK-NUM-LINEA.

      *---- CREDITO VARIABLE QUE NO SE PUDO REPRECIAR ----------------*
       450-IMPRIMIR-EXCEPCION.
           IF WK-NUM-LINEA >= WK-LINEAS-PAGINA
               PERFORM 500-IMPRIMIR-ENCABEZADO
           END-IF.
           PERFORM 260-LEER-NOMBRE-CLIENTE.
           MOVE EDMP-CODIGO-CLIENTE  TO WK-EXC-CLIENTE.
           MOVE WK-NOMBRE-CLIENTE    TO WK-EXC-NOMBRE.
           MOVE EDMP-LLAVE           TO WK-EXC-CREDITO.
           MOVE EDMP-INDICE-TASA     TO WK-EXC-INDICE.
           MOVE WK-MOTIVO-EXCEPCION  TO WK-EXC-MOTIVO.
           MOVE WK-EXC-LINEA         TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           ADD 1 TO WK-NUM-LINEA.
           ADD 1 TO WK-TOT-EXCEPCIONES.

      *---- LEER EN EDP3CL EL NOMBRE DEL CLIENTE DEL CREDITO ---------*
       260-LEER-NOMBRE-CLIENTE.
           IF NOT WK-SI-EDAMCL-DISPONIBLE
               MOVE 'NO REGISTRADO' TO WK-NOMBRE-CLIENTE
           ELSE
               IF EDMP-CODIGO-CLIENTE NOT = WK-CLIENTE-LEIDO
                   MOVE EDMP-CODIGO-CLIENTE TO WK-CLIENTE-LEIDO
                   MOVE WK-CLIENTE-LEIDO    TO EDCM-CODIGO-CLIENTE
                   READ EDAMCL
                       INVALID KEY
                           MOVE 'NO REGISTRADO' TO WK-NOMBRE-CLIENTE
                       NOT INVALID KEY
                           MOVE EDCM-NOMBRE TO WK-NOMBRE-CLIENTE
                   END-READ
               END-IF
           END-IF.

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
           MOVE 'RESUMEN DE REPRECIO' TO WK-RES-TITULO.
           MOVE WK-RES-TITULO TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE 'TOTAL REGISTROS LEIDOS'          TO WK-RES-TITULO
           MOVE WK-TOT-REGISTROS  TO WK-RES-CANTIDAD
           MOVE ZERO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'CREDITOS DE TASA FIJA'           TO WK-RES-TITULO
           MOVE WK-TOT-FIJOS TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'CREDITOS CERRADOS O ELIMINADOS'  TO WK-RES-TITULO
           MOVE WK-TOT-CERRADOS TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'VARIABLES SIN CAMBIO DE TASA'    TO WK-RES-TITULO
           MOVE WK-TOT-SIN-CAMBIO TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'VARIABLES NO REPRECIADOS (ERROR)' TO WK-RES-TITULO
           MOVE WK-TOT-EXCEPCIONES TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'CREDITOS REPRECIADOS (SALDO)'    TO WK-RES-TITULO
           MOVE WK-TOT-REPRECIADOS TO WK-RES-CANTIDAD
           MOVE WK-TOT-SALDO-REPRECIADO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
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
           MOVE WK-TOT-REPRECIADOS TO EDRC-REG-ACTUALIZADOS.
           REWRITE REG-EDRUNC
               INVALID KEY
                   DISPLAY 'ERROR AL MARCAR EDRUNC - STATUS '
                       WK-FS-EDRUNC
           END-REWRITE.

       900-FINALIZAR.
           CLOSE EDAMCR.
           IF WK-SI-EDAMCL-DISPONIBLE
               CLOSE EDAMCL
           END-IF.
           CLOSE EDMOVS.
           CLOSE EDRPTO.
           CLOSE EDRUNC.
