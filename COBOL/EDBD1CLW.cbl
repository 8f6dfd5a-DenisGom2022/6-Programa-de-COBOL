      ******************************************************************
      * FECHA       : 10/15/2026                                       *
      * PROGRAMADOR : DENIS GOMEZ                                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDBD1CLW                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTES DE COMPORTAMIENTO DE CARTERA SOBRE EL   *
      *             : HISTORICO DE FOTOS DE FIN DE MES (EDFOTO) QUE    *
      *             : GRABA EDBD1CLU:                                  *
      *             : 1) MIGRACION (ROLL-RATE): COMPARA DOS PERIODOS   *
      *             :    (LLAVES ROLLPER1 Y ROLLPER2 DE EDPARM, EN     *
      *             :    AAAAMM; POR OMISION EL MES ANTERIOR CONTRA EL *
      *             :    ACTUAL) E IMPRIME LA MATRIZ DE CATEGORIA/     *
      *             :    ESTADO INICIAL CONTRA FINAL CON CANTIDADES Y  *
      *             :    SALDOS. EL SALDO DE CADA CELDA ES EL DEL      *
      *             :    PERIODO INICIAL; LA FILA NUEVO (CREDITOS SIN  *
      *             :    FOTO EN EL PERIODO INICIAL) LLEVA EL SALDO    *
      *             :    DEL PERIODO FINAL. LOS SALDOS SE IMPRIMEN EN  *
      *             :    MILES DE QUETZALES PARA QUE CADA CELDA QUEPA  *
      *             :    EN LA LINEA DE 132 COLUMNAS.                  *
      *             : 2) COSECHAS (VINTAGE): AGRUPA LOS CREDITOS POR   *
      *             :    EL MES DE EDMP-FECHA-INICIO-PRESTAMO Y, PARA  *
      *             :    CADA MES EN LIBROS (PERIODO DE LA FOTO MENOS  *
      *             :    MES DE INICIO), MUESTRA EL PORCENTAJE DE      *
      *             :    CREDITOS EN MORA DE MAS DE 30 DIAS Y EL DE    *
      *             :    CREDITOS CASTIGADOS.                          *
      *             : SOLO LECTURA: ES REPETIBLE; SE REGISTRA EN       *
      *             : EDRUNC POR DIA                                   *
      * ARCHIVOS    : EDFOTO (ENTRADA), EDRPTW (SALIDA - REPORTE)      *
      * ACCION (ES) : W=MIGRACION Y COSECHAS DE CARTERA                *
      * PROGRAMA(S) : EDBD1CLU                                         *
      * CANAL       : BATCH                                            *
      * INSTALADO   : 10/15/2026                                       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDBD1CLW.
       AUTHOR. DENISGOM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS 'Q ' WITH PICTURE SYMBOL 'Q'.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT EDRPTW ASSIGN TO 'EDRPTW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EDRPTW.

           SELECT EDRUNC ASSIGN TO 'EDRUNC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRC-LLAVE
               FILE STATUS IS WK-FS-EDRUNC.

       DATA DIVISION.
       FILE SECTION.
       FD  EDFOTO.
       COPY EDFOTO.

       FD  EDPARM.
       COPY EDPARM.

       FD  EDRPTW
           RECORDING MODE IS F.
       01  WK-LINEA-REPORTE            PIC X(132).

       FD  EDRUNC.
       COPY EDRUNC.

       WORKING-STORAGE SECTION.
       01  WK-CAMPOS-DE-TRABAJO.
           02  WK-NOMBRE-PROGRAMA      PIC X(8)  VALUE 'EDBD1CLW'.
           02  WK-FS-EDRUNC            PIC XX    VALUE ZERO.
           02  WK-CORRIDA-RECHAZADA    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-RECHAZADA    VALUE 'S'.
           02  WK-CORRIDA-EXISTENTE    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-EXISTENTE    VALUE 'S'.
           02  WK-FS-EDFOTO            PIC XX    VALUE ZERO.
           02  WK-FS-EDPARM            PIC XX    VALUE ZERO.
           02  WK-FS-EDRPTW            PIC XX    VALUE ZERO.
           02  WK-PARM-ENCONTRADO      PIC X     VALUE 'N'.
               88  WK-SI-PARM-ENCONTRADO      VALUE 'S'.
           02  WK-FECHA-PROCESO        PIC 9(08) VALUE ZERO.
           02  WK-LINEAS-PAGINA        PIC 99    VALUE 50.
           02  WK-NUM-LINEA            PIC 99    VALUE 99.
           02  WK-NUM-PAGINA           PIC 9(04) VALUE ZERO.
           02  WK-PERIODO-INICIAL      PIC 9(06) VALUE ZERO.
           02  WK-PERIODO-FINAL        PIC 9(06) VALUE ZERO.
           02  WK-CALC-AAAA            PIC 9(04) VALUE ZERO.
           02  WK-CALC-MM              PIC 9(02) VALUE ZERO.
           02  WK-MESES-FOTO           PIC 9(06) VALUE ZERO.
           02  WK-MESES-COSECHA        PIC 9(06) VALUE ZERO.
           02  WK-MES-EN-LIBROS        PIC S9(06) VALUE ZERO.
           02  WK-COSECHA              PIC 9(06) VALUE ZERO.
           02  WK-IDX                  PIC 9(02) VALUE ZERO.
           02  WK-FIL                  PIC 9(02) VALUE ZERO.
           02  WK-COL                  PIC 9(02) VALUE ZERO.
           02  WK-I                    PIC 9(03) VALUE ZERO.
           02  WK-J                    PIC 9(03) VALUE ZERO.
           02  WK-K                    PIC 9(03) VALUE ZERO.
           02  WK-POS                  PIC 9(03) VALUE ZERO.
           02  WK-SUMA-CANT            PIC 9(09) VALUE ZERO.
           02  WK-SUMA-SALDO           PIC S9(13)V99 VALUE ZERO.
           02  WK-GUARDA-LLAVE         PIC X(18) VALUE SPACE.
           02  WK-GUARDA-SALDO         PIC 9(09)V99 VALUE ZERO.
           02  WK-PERIODOS-VALIDOS     PIC X     VALUE 'N'.
               88  WK-SI-PERIODOS-VALIDOS     VALUE 'S'.
           02  WK-FOTO-HALLADA         PIC X     VALUE 'N'.
               88  WK-SI-FOTO-HALLADA         VALUE 'S'.
           02  WK-COSECHA-HALLADA      PIC X     VALUE 'N'.
               88  WK-SI-COSECHA-HALLADA      VALUE 'S'.
           02  WK-FIN-FOTOS            PIC X     VALUE 'N'.
               88  WK-SI-FIN-FOTOS            VALUE 'S'.
           02  WK-FALLA-INICIO         PIC X     VALUE 'N'.
               88  WK-SI-FALLA-INICIO         VALUE 'S'.
           02  WK-TOTALES.
               03  WK-TOT-FOTOS-INICIAL    PIC 9(07) VALUE ZERO.
               03  WK-TOT-FOTOS-FINAL      PIC 9(07) VALUE ZERO.
               03  WK-TOT-NUEVOS           PIC 9(07) VALUE ZERO.
               03  WK-TOT-FOTOS-LEIDAS     PIC 9(07) VALUE ZERO.
               03  WK-TOT-SIN-FECHA        PIC 9(07) VALUE ZERO.
               03  WK-TOT-FUERA-RANGO      PIC 9(07) VALUE ZERO.
               03  WK-TOT-SIN-ESPACIO      PIC 9(07) VALUE ZERO.

      *---- FILAS/COLUMNAS DE LA MATRIZ DE MIGRACION: 1 A 6 SON LAS --*
      *---- CATEGORIAS DE ENVEJECIMIENTO (0 A 5) DE LOS ACTIVOS, 7 A --*
      *---- 9 LOS ESTADOS CERRADOS Y 10 ES LA AUSENCIA DE FOTO (FILA --*
      *---- NUEVO = SIN FOTO INICIAL, COLUMNA SIN FOTO = SIN FOTO -----*
      *---- FINAL) ----------------------------------------------------*
       01  WK-NOMBRES-FILA.
           02  FILLER   PIC X(14) VALUE 'AL DIA'.
           02  FILLER   PIC X(14) VALUE '1-30 DIAS'.
           02  FILLER   PIC X(14) VALUE '31-60 DIAS'.
           02  FILLER   PIC X(14) VALUE '61-90 DIAS'.
           02  FILLER   PIC X(14) VALUE '91-180 DIAS'.
           02  FILLER   PIC X(14) VALUE 'MAS 180 DIAS'.
           02  FILLER   PIC X(14) VALUE 'CANCELADO'.
           02  FILLER   PIC X(14) VALUE 'CASTIGADO'.
           02  FILLER   PIC X(14) VALUE 'REESTRUCTURADO'.
           02  FILLER   PIC X(14) VALUE 'NUEVO'.
       01  WK-TABLA-NOMBRES REDEFINES WK-NOMBRES-FILA.
           02  WK-NOMBRE-FILA          PIC X(14) OCCURS 10.

       01  WK-TABLA-MIGRACION.
           02  WK-MIG-FILA OCCURS 10.
               03  WK-MIG-CELDA OCCURS 10.
                   04  WK-MIG-CANT         PIC 9(07).
                   04  WK-MIG-SALDO        PIC S9(13)V99.

       01  WK-TOTALES-COLUMNA.
           02  WK-TCOL-ENTRADA OCCURS 10.
               03  WK-TCOL-CANT            PIC 9(09).
               03  WK-TCOL-SALDO           PIC S9(13)V99.

      *---- COSECHAS EN ORDEN ASCENDENTE DE MES DE INICIO (HASTA -----*
      *---- 120); POR CADA UNA, LOS MESES EN LIBROS 0 A 60 -----------*
       01  WK-TABLA-COSECHAS.
           02  WK-COS-USADAS           PIC 9(03) VALUE ZERO.
           02  WK-COS-ENTRADA OCCURS 120.
               03  WK-COS-PERIODO          PIC 9(06).
               03  WK-COS-MES OCCURS 61.
                   04  WK-COS-CREDITOS     PIC 9(07).
                   04  WK-COS-MOROSOS      PIC 9(07).
                   04  WK-COS-CASTIGADOS   PIC 9(07).

       01  WK-ENC-1.
           02  FILLER            PIC X(35) VALUE SPACE.
           02  FILLER            PIC X(37)
               VALUE 'MIGRACION Y COSECHAS DE CARTERA'.
           02  FILLER            PIC X(10) VALUE 'PAGINA :'.
           02  WK-ENC-1-PAGINA   PIC ZZZ9.

       01  WK-ENC-2.
           02  FILLER            PIC X(15) VALUE 'FECHA PROCESO:'.
           02  WK-ENC-2-FECHA    PIC 9999/99/99.
           02  FILLER            PIC X(20) VALUE SPACE.
           02  FILLER            PIC X(20) VALUE 'PROGRAMA EDBD1CLW'.

       01  WK-ENC-M1.
           02  FILLER            PIC X(32)
               VALUE 'MATRIZ DE MIGRACION - PERIODO '.
           02  WK-ENC-M1-INICIAL PIC 9999/99.
           02  FILLER            PIC X(7)  VALUE ' CONTRA'.
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WK-ENC-M1-FINAL   PIC 9999/99.
           02  FILLER            PIC X(3)  VALUE SPACE.
           02  WK-ENC-M1-TIPO    PIC X(40).

       01  WK-ENC-M2.
           02  FILLER            PIC X(14) VALUE 'INICIAL\FINAL'.
           02  FILLER            PIC X(10) VALUE '   AL DIA'.
           02  FILLER            PIC X(10) VALUE '     1-30'.
           02  FILLER            PIC X(10) VALUE '    31-60'.
           02  FILLER            PIC X(10) VALUE '    61-90'.
           02  FILLER            PIC X(10) VALUE '   91-180'.
           02  FILLER            PIC X(10) VALUE '     +180'.
           02  FILLER            PIC X(10) VALUE 'CANCELADO'.
           02  FILLER            PIC X(10) VALUE 'CASTIGADO'.
           02  FILLER            PIC X(10) VALUE 'REESTRUCT'.
           02  FILLER            PIC X(10) VALUE ' SIN FOTO'.
           02  FILLER            PIC X(13) VALUE '        TOTAL'.

       01  WK-MAT-LINEA.
           02  WK-MAT-ETIQ       PIC X(14).
           02  WK-MAT-CELDA OCCURS 10.
               03  WK-MAT-VALOR  PIC Z(8)9.
               03  FILLER        PIC X(01).
           02  WK-MAT-TOTAL      PIC Z(12)9.

       01  WK-ENC-V1.
           02  FILLER            PIC X(60)
               VALUE 'COSECHAS POR MES DE INICIO - MORA Y CASTIGOS'.

       01  WK-ENC-V2.
           02  FILLER            PIC X(10) VALUE 'COSECHA'.
           02  FILLER            PIC X(10) VALUE 'MES LIB.'.
           02  FILLER            PIC X(12) VALUE 'CREDITOS'.
           02  FILLER            PIC X(12) VALUE 'MORA +30'.
           02  FILLER            PIC X(10) VALUE '% MORA'.
           02  FILLER            PIC X(12) VALUE 'CASTIGADOS'.
           02  FILLER            PIC X(10) VALUE '% CASTIGO'.

       01  WK-COS-LINEA.
           02  WK-COS-ED-PERIODO PIC 9999/99.
           02  FILLER            PIC X(3)  VALUE SPACE.
           02  WK-COS-ED-MES     PIC ZZ9.
           02  FILLER            PIC X(4)  VALUE SPACE.
           02  WK-COS-ED-CRED    PIC ZZZ,ZZ9.
           02  FILLER            PIC X(5)  VALUE SPACE.
           02  WK-COS-ED-MORA    PIC ZZZ,ZZ9.
           02  FILLER            PIC X(5)  VALUE SPACE.
           02  WK-COS-ED-PMORA   PIC ZZ9.99.
           02  FILLER            PIC X(4)  VALUE SPACE.
           02  WK-COS-ED-CAST    PIC ZZZ,ZZ9.
           02  FILLER            PIC X(5)  VALUE SPACE.
           02  WK-COS-ED-PCAST   PIC ZZ9.99.

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
               IF NOT WK-SI-FALLA-INICIO
                   PERFORM 600-REPORTE-MIGRACION
                   PERFORM 700-REPORTE-COSECHAS
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
      *---- LEE EL HISTORICO DE FOTOS) -------------------------------*
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
           INITIALIZE WK-TABLA-MIGRACION.
           INITIALIZE WK-TOTALES-COLUMNA.
           INITIALIZE WK-TABLA-COSECHAS.
           PERFORM 120-PERIODOS-OMISION.
           PERFORM 130-LEER-PARAMETROS.
           PERFORM 140-VALIDAR-PERIODOS.
           OPEN INPUT EDFOTO.
           IF WK-FS-EDFOTO NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDFOTO - STATUS ' WK-FS-EDFOTO
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN OUTPUT EDRPTW.
           IF WK-FS-EDRPTW NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDRPTW - STATUS ' WK-FS-EDRPTW
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.

      *---- PERIODOS POR OMISION: EL MES ANTERIOR CONTRA EL ACTUAL ---*
       120-PERIODOS-OMISION.
           DIVIDE WK-FECHA-PROCESO BY 100
               GIVING WK-PERIODO-FINAL.
           DIVIDE WK-PERIODO-FINAL BY 100
               GIVING WK-CALC-AAAA REMAINDER WK-CALC-MM.
           IF WK-CALC-MM = 1
               SUBTRACT 1 FROM WK-CALC-AAAA
               MOVE 12 TO WK-CALC-MM
           ELSE
               SUBTRACT 1 FROM WK-CALC-MM
           END-IF.
           COMPUTE WK-PERIODO-INICIAL =
               WK-CALC-AAAA * 100 + WK-CALC-MM.

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
               MOVE 'ROLLPER1' TO EDPA-LLAVE
               PERFORM 135-LEER-PARAMETRO
               IF WK-SI-PARM-ENCONTRADO AND EDPA-VALOR > ZERO
                   MOVE EDPA-VALOR TO WK-PERIODO-INICIAL
               END-IF
               MOVE 'ROLLPER2' TO EDPA-LLAVE
               PERFORM 135-LEER-PARAMETRO
               IF WK-SI-PARM-ENCONTRADO AND EDPA-VALOR > ZERO
                   MOVE EDPA-VALOR TO WK-PERIODO-FINAL
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

      *---- LOS DOS PERIODOS DEBEN SER MESES VALIDOS (AAAAMM) Y EL ---*
      *---- INICIAL ANTERIOR AL FINAL; SI NO, LA MATRIZ NO SE ARMA ---*
      *---- PERO EL REPORTE DE COSECHAS SI SE EMITE ------------------*
       140-VALIDAR-PERIODOS.
           SET WK-SI-PERIODOS-VALIDOS TO TRUE.
           DIVIDE WK-PERIODO-INICIAL BY 100
               GIVING WK-CALC-AAAA REMAINDER WK-CALC-MM.
           IF WK-CALC-MM < 1 OR WK-CALC-MM > 12
              OR WK-CALC-AAAA < 1900
               MOVE 'N' TO WK-PERIODOS-VALIDOS
           END-IF.
           DIVIDE WK-PERIODO-FINAL BY 100
               GIVING WK-CALC-AAAA REMAINDER WK-CALC-MM.
           IF WK-CALC-MM < 1 OR WK-CALC-MM > 12
              OR WK-CALC-AAAA < 1900
               MOVE 'N' TO WK-PERIODOS-VALIDOS
           END-IF.
           IF WK-PERIODO-INICIAL NOT < WK-PERIODO-FINAL
               MOVE 'N' TO WK-PERIODOS-VALIDOS
           END-IF.
           IF NOT WK-SI-PERIODOS-VALIDOS
               DISPLAY 'AVISO: PERIODOS ROLLPER1/ROLLPER2 INVALIDOS ('
                   WK-PERIODO-INICIAL '/' WK-PERIODO-FINAL
                   ') - NO SE EMITE LA MATRIZ DE MIGRACION'
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
           MOVE 4 TO WK-NUM-LINEA.

      *---- MIGRACION: RECORRER LAS FOTOS DEL PERIODO INICIAL Y ------*
      *---- BUSCAR CADA CREDITO EN EL FINAL; LUEGO RECORRER LAS DEL --*
      *---- FINAL PARA CONTAR LOS CREDITOS NUEVOS --------------------*
       600-REPORTE-MIGRACION.
           PERFORM 500-IMPRIMIR-ENCABEZADO.
           IF NOT WK-SI-PERIODOS-VALIDOS
               MOVE 'MATRIZ DE MIGRACION NO EMITIDA: PERIODOS ROLLPER1/R
      -            'OLLPER2 INVALIDOS' TO WK-LINEA-REPORTE
               WRITE WK-LINEA-REPORTE
           ELSE
               MOVE 'N' TO WK-FIN-FOTOS
               MOVE WK-PERIODO-INICIAL TO EDFO-PERIODO
               MOVE ZERO TO EDFO-COD-CREDITO
               START EDFOTO KEY IS NOT LESS THAN EDFO-LLAVE
                   INVALID KEY
                       SET WK-SI-FIN-FOTOS TO TRUE
               END-START
               PERFORM 610-MIGRAR-UNA-FOTO
                   UNTIL WK-SI-FIN-FOTOS
               MOVE 'N' TO WK-FIN-FOTOS
               MOVE WK-PERIODO-FINAL TO EDFO-PERIODO
               MOVE ZERO TO EDFO-COD-CREDITO
               START EDFOTO KEY IS NOT LESS THAN EDFO-LLAVE
                   INVALID KEY
                       SET WK-SI-FIN-FOTOS TO TRUE
               END-START
               PERFORM 630-BUSCAR-UN-NUEVO
                   UNTIL WK-SI-FIN-FOTOS
               PERFORM 650-IMPRIMIR-MATRICES
           END-IF.

      *---- UNA FOTO DEL PERIODO INICIAL: SU FILA ES SU ESTADO, LA ---*
      *---- COLUMNA EL ESTADO DEL MISMO CREDITO EN EL PERIODO FINAL --*
      *---- (O SIN FOTO). LA LECTURA DIRECTA MUEVE LA POSICION DEL ---*
      *---- ARCHIVO, POR LO QUE EL RECORRIDO SE REPOSICIONA DESPUES --*
      *---- DE LA LLAVE GUARDADA -------------------------------------*
       610-MIGRAR-UNA-FOTO.
           READ EDFOTO NEXT RECORD
               AT END
                   SET WK-SI-FIN-FOTOS TO TRUE
           END-READ.
           IF NOT WK-SI-FIN-FOTOS
               IF EDFO-PERIODO NOT = WK-PERIODO-INICIAL
                   SET WK-SI-FIN-FOTOS TO TRUE
               ELSE
                   ADD 1 TO WK-TOT-FOTOS-INICIAL
                   PERFORM 620-UBICAR-ESTADO
                   MOVE WK-IDX TO WK-FIL
                   MOVE EDFO-LLAVE TO WK-GUARDA-LLAVE
                   MOVE EDFO-SALDO-TOTAL TO WK-GUARDA-SALDO
                   MOVE WK-PERIODO-FINAL TO EDFO-PERIODO
                   PERFORM 625-LEER-FOTO
                   IF WK-SI-FOTO-HALLADA
                       PERFORM 620-UBICAR-ESTADO
                       MOVE WK-IDX TO WK-COL
                   ELSE
                       MOVE 10 TO WK-COL
                   END-IF
                   ADD 1 TO WK-MIG-CANT(WK-FIL, WK-COL)
                   ADD WK-GUARDA-SALDO TO WK-MIG-SALDO(WK-FIL, WK-COL)
                   PERFORM 628-REPOSICIONAR
               END-IF
           END-IF.

      *---- FILA/COLUMNA DE LA MATRIZ QUE CORRESPONDE A LA FOTO ------*
       620-UBICAR-ESTADO.
           EVALUATE TRUE
               WHEN EDFO-CREDITO-CANCELADO
                   MOVE 7 TO WK-IDX
               WHEN EDFO-CREDITO-CASTIGADO
                   MOVE 8 TO WK-IDX
               WHEN EDFO-CREDITO-REESTRUCTURADO
                   MOVE 9 TO WK-IDX
               WHEN OTHER
                   COMPUTE WK-IDX = EDFO-CATEGORIA + 1
           END-EVALUATE.

      *---- LECTURA DIRECTA DE LA FOTO DEL CREDITO EN EL PERIODO -----*
      *---- YA PUESTO EN LA LLAVE ------------------------------------*
       625-LEER-FOTO.
           MOVE 'N' TO WK-FOTO-HALLADA.
           READ EDFOTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WK-SI-FOTO-HALLADA TO TRUE
           END-READ.

      *---- CONTINUAR EL RECORRIDO DESPUES DE LA LLAVE GUARDADA ------*
       628-REPOSICIONAR.
           MOVE WK-GUARDA-LLAVE TO EDFO-LLAVE.
           START EDFOTO KEY IS GREATER THAN EDFO-LLAVE
               INVALID KEY
                   SET WK-SI-FIN-FOTOS TO TRUE
           END-START.

      *---- UNA FOTO DEL PERIODO FINAL SIN FOTO EN EL INICIAL ES UN --*
      *---- CREDITO NUEVO (FILA 10) ----------------------------------*
       630-BUSCAR-UN-NUEVO.
           READ EDFOTO NEXT RECORD
               AT END
                   SET WK-SI-FIN-FOTOS TO TRUE
           END-READ.
           IF NOT WK-SI-FIN-FOTOS
               IF EDFO-PERIODO NOT = WK-PERIODO-FINAL
                   SET WK-SI-FIN-FOTOS TO TRUE
               ELSE
                   ADD 1 TO WK-TOT-FOTOS-FINAL
                   PERFORM 620-UBICAR-ESTADO
                   MOVE WK-IDX TO WK-COL
                   MOVE EDFO-LLAVE TO WK-GUARDA-LLAVE
                   MOVE EDFO-SALDO-TOTAL TO WK-GUARDA-SALDO
                   MOVE WK-PERIODO-INICIAL TO EDFO-PERIODO
                   PERFORM 625-LEER-FOTO
                   IF NOT WK-SI-FOTO-HALLADA
                       ADD 1 TO WK-TOT-NUEVOS
                       ADD 1 TO WK-MIG-CANT(10, WK-COL)
                       ADD WK-GUARDA-SALDO TO WK-MIG-SALDO(10, WK-COL)
                   END-IF
                   PERFORM 628-REPOSICIONAR
               END-IF
           END-IF.

      *---- IMPRIMIR LA MATRIZ DE CANTIDADES Y LA DE SALDOS ----------*
       650-IMPRIMIR-MATRICES.
           INITIALIZE WK-TOTALES-COLUMNA.
           MOVE WK-PERIODO-INICIAL TO WK-ENC-M1-INICIAL.
           MOVE WK-PERIODO-FINAL   TO WK-ENC-M1-FINAL.
           MOVE 'CANTIDAD DE CREDITOS' TO WK-ENC-M1-TIPO.
           MOVE WK-ENC-M1 TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE WK-ENC-M2 TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           PERFORM 660-IMPRIMIR-FILA-CANT
               VARYING WK-FIL FROM 1 BY 1 UNTIL WK-FIL > 10.
           MOVE SPACE TO WK-MAT-LINEA.
           MOVE 'TOTAL' TO WK-MAT-ETIQ.
           MOVE ZERO TO WK-SUMA-CANT.
           PERFORM 665-TOTAL-COLUMNA-CANT
               VARYING WK-COL FROM 1 BY 1 UNTIL WK-COL > 10.
           MOVE WK-SUMA-CANT TO WK-MAT-TOTAL.
           MOVE WK-MAT-LINEA TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE SPACE TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE 'SALDO EN MILES DE QUETZALES' TO WK-ENC-M1-TIPO.
           MOVE WK-ENC-M1 TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE WK-ENC-M2 TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           PERFORM 670-IMPRIMIR-FILA-SALDO
               VARYING WK-FIL FROM 1 BY 1 UNTIL WK-FIL > 10.
           MOVE SPACE TO WK-MAT-LINEA.
           MOVE 'TOTAL' TO WK-MAT-ETIQ.
           MOVE ZERO TO WK-SUMA-SALDO.
           PERFORM 675-TOTAL-COLUMNA-SALDO
               VARYING WK-COL FROM 1 BY 1 UNTIL WK-COL > 10.
           COMPUTE WK-MAT-TOTAL ROUNDED = WK-SUMA-SALDO / 1000.
           MOVE WK-MAT-LINEA TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE SPACE TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE 'SALDOS DEL PERIODO INICIAL; LA FILA NUEVO LLEVA EL SALD
      -        'O DEL PERIODO FINAL' TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.

       660-IMPRIMIR-FILA-CANT.
           MOVE SPACE TO WK-MAT-LINEA.
           MOVE WK-NOMBRE-FILA(WK-FIL) TO WK-MAT-ETIQ.
           MOVE ZERO TO WK-SUMA-CANT.
           PERFORM 662-CELDA-CANT
               VARYING WK-COL FROM 1 BY 1 UNTIL WK-COL > 10.
           MOVE WK-SUMA-CANT TO WK-MAT-TOTAL.
           MOVE WK-MAT-LINEA TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.

       662-CELDA-CANT.
           MOVE WK-MIG-CANT(WK-FIL, WK-COL) TO WK-MAT-VALOR(WK-COL).
           ADD WK-MIG-CANT(WK-FIL, WK-COL) TO WK-SUMA-CANT.
           ADD WK-MIG-CANT(WK-FIL, WK-COL) TO WK-TCOL-CANT(WK-COL).

       665-TOTAL-COLUMNA-CANT.
           MOVE WK-TCOL-CANT(WK-COL) TO WK-MAT-VALOR(WK-COL).
           ADD WK-TCOL-CANT(WK-COL) TO WK-SUMA-CANT.

       670-IMPRIMIR-FILA-SALDO.
           MOVE SPACE TO WK-MAT-LINEA.
           MOVE WK-NOMBRE-FILA(WK-FIL) TO WK-MAT-ETIQ.
           MOVE ZERO TO WK-SUMA-SALDO.
           PERFORM 672-CELDA-SALDO
               VARYING WK-COL FROM 1 BY 1 UNTIL WK-COL > 10.
           COMPUTE WK-MAT-TOTAL ROUNDED = WK-SUMA-SALDO / 1000.
           MOVE WK-MAT-LINEA TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.

       672-CELDA-SALDO.
           COMPUTE WK-MAT-VALOR(WK-COL) ROUNDED =
               WK-MIG-SALDO(WK-FIL, WK-COL) / 1000.
           ADD WK-MIG-SALDO(WK-FIL, WK-COL) TO WK-SUMA-SALDO.
           ADD WK-MIG-SALDO(WK-FIL, WK-COL) TO WK-TCOL-SALDO(WK-COL).

       675-TOTAL-COLUMNA-SALDO.
           COMPUTE WK-MAT-VALOR(WK-COL) ROUNDED =
               WK-TCOL-SALDO(WK-COL) / 1000.
           ADD WK-TCOL-SALDO(WK-COL) TO WK-SUMA-SALDO.

      *---- COSECHAS: RECORRER TODO EL HISTORICO Y ACUMULAR CADA -----*
      *---- FOTO EN SU COSECHA Y MES EN LIBROS -----------------------*
       700-REPORTE-COSECHAS.
           MOVE 'N' TO WK-FIN-FOTOS.
           MOVE LOW-VALUES TO EDFO-LLAVE.
           START EDFOTO KEY IS NOT LESS THAN EDFO-LLAVE
               INVALID KEY
                   SET WK-SI-FIN-FOTOS TO TRUE
           END-START.
           PERFORM 710-ACUMULAR-UNA-FOTO
               UNTIL WK-SI-FIN-FOTOS.
           PERFORM 500-IMPRIMIR-ENCABEZADO.
           PERFORM 760-ENCABEZADO-COSECHAS.
           PERFORM 770-IMPRIMIR-COSECHA
               VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-COS-USADAS.

      *---- MES EN LIBROS = MESES DEL PERIODO DE LA FOTO MENOS LOS ---*
      *---- DEL MES DE INICIO; EN MORA = ACTIVO CON CATEGORIA 2 O ----*
      *---- MAYOR (MAS DE 30 DIAS); CASTIGADO = ESTADO 'X' -----------*
       710-ACUMULAR-UNA-FOTO.
           READ EDFOTO NEXT RECORD
               AT END
                   SET WK-SI-FIN-FOTOS TO TRUE
           END-READ.
           IF NOT WK-SI-FIN-FOTOS
               ADD 1 TO WK-TOT-FOTOS-LEIDAS
               DIVIDE EDFO-FECHA-INICIO-PRESTAMO BY 100
                   GIVING WK-COSECHA
               IF WK-COSECHA = ZERO
                   ADD 1 TO WK-TOT-SIN-FECHA
               ELSE
                   DIVIDE EDFO-PERIODO BY 100
                       GIVING WK-CALC-AAAA REMAINDER WK-CALC-MM
                   COMPUTE WK-MESES-FOTO =
                       WK-CALC-AAAA * 12 + WK-CALC-MM
                   DIVIDE WK-COSECHA BY 100
                       GIVING WK-CALC-AAAA REMAINDER WK-CALC-MM
                   COMPUTE WK-MESES-COSECHA =
                       WK-CALC-AAAA * 12 + WK-CALC-MM
                   COMPUTE WK-MES-EN-LIBROS =
                       WK-MESES-FOTO - WK-MESES-COSECHA
                   IF WK-MES-EN-LIBROS < 0 OR WK-MES-EN-LIBROS > 60
                       ADD 1 TO WK-TOT-FUERA-RANGO
                   ELSE
                       PERFORM 720-UBICAR-COSECHA
                       IF WK-POS > ZERO
                           COMPUTE WK-J = WK-MES-EN-LIBROS + 1
                           ADD 1 TO WK-COS-CREDITOS(WK-POS, WK-J)
                           IF EDFO-CREDITO-CASTIGADO
                               ADD 1 TO WK-COS-CASTIGADOS(WK-POS, WK-J)
                           END-IF
                           IF EDFO-CREDITO-ACTIVO
                              AND EDFO-CATEGORIA >= 2
                               ADD 1 TO WK-COS-MOROSOS(WK-POS, WK-J)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *---- BUSCAR LA COSECHA EN LA TABLA ORDENADA; SI NO ESTA SE ----*
      *---- INSERTA EN SU LUGAR CORRIENDO LAS SIGUIENTES. CON LA -----*
      *---- TABLA LLENA LA FOTO SE CUENTA APARTE (WK-POS = CERO) -----*
       720-UBICAR-COSECHA.
           MOVE 'N' TO WK-COSECHA-HALLADA.
           MOVE ZERO TO WK-POS.
           PERFORM 725-COMPARAR-COSECHA
               VARYING WK-K FROM 1 BY 1
               UNTIL WK-K > WK-COS-USADAS OR WK-POS > ZERO.
           IF NOT WK-SI-COSECHA-HALLADA
               IF WK-COS-USADAS < 120
                   IF WK-POS = ZERO
                       COMPUTE WK-POS = WK-COS-USADAS + 1
                   END-IF
                   PERFORM 730-CORRER-COSECHA
                       VARYING WK-K FROM WK-COS-USADAS BY -1
                       UNTIL WK-K < WK-POS
                   ADD 1 TO WK-COS-USADAS
                   INITIALIZE WK-COS-ENTRADA(WK-POS)
                   MOVE WK-COSECHA TO WK-COS-PERIODO(WK-POS)
               ELSE
                   MOVE ZERO TO WK-POS
                   ADD 1 TO WK-TOT-SIN-ESPACIO
               END-IF
           END-IF.

      *---- WK-POS QUEDA EN LA COSECHA IGUAL O EN LA PRIMERA MAYOR ---*
       725-COMPARAR-COSECHA.
           IF WK-COS-PERIODO(WK-K) = WK-COSECHA
               SET WK-SI-COSECHA-HALLADA TO TRUE
               MOVE WK-K TO WK-POS
           ELSE
               IF WK-COS-PERIODO(WK-K) > WK-COSECHA
                   MOVE WK-K TO WK-POS
               END-IF
           END-IF.

       730-CORRER-COSECHA.
           MOVE WK-COS-ENTRADA(WK-K) TO WK-COS-ENTRADA(WK-K + 1).

       760-ENCABEZADO-COSECHAS.
           MOVE WK-ENC-V1 TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE WK-ENC-V2 TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           ADD 2 TO WK-NUM-LINEA.

      *---- UNA LINEA POR CADA MES EN LIBROS CON FOTOS ---------------*
       770-IMPRIMIR-COSECHA.
           MOVE SPACE TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           ADD 1 TO WK-NUM-LINEA.
           PERFORM 780-IMPRIMIR-MES-COSECHA
               VARYING WK-J FROM 1 BY 1 UNTIL WK-J > 61.

       780-IMPRIMIR-MES-COSECHA.
           IF WK-COS-CREDITOS(WK-I, WK-J) > ZERO
               IF WK-NUM-LINEA >= WK-LINEAS-PAGINA
                   PERFORM 500-IMPRIMIR-ENCABEZADO
                   PERFORM 760-ENCABEZADO-COSECHAS
               END-IF
               MOVE WK-COS-PERIODO(WK-I)         TO WK-COS-ED-PERIODO
               COMPUTE WK-COS-ED-MES = WK-J - 1
               MOVE WK-COS-CREDITOS(WK-I, WK-J)  TO WK-COS-ED-CRED
               MOVE WK-COS-MOROSOS(WK-I, WK-J)   TO WK-COS-ED-MORA
               MOVE WK-COS-CASTIGADOS(WK-I, WK-J) TO WK-COS-ED-CAST
               COMPUTE WK-COS-ED-PMORA ROUNDED =
                   WK-COS-MOROSOS(WK-I, WK-J) * 100
                   / WK-COS-CREDITOS(WK-I, WK-J)
               COMPUTE WK-COS-ED-PCAST ROUNDED =
                   WK-COS-CASTIGADOS(WK-I, WK-J) * 100
                   / WK-COS-CREDITOS(WK-I, WK-J)
               MOVE WK-COS-LINEA TO WK-LINEA-REPORTE
               WRITE WK-LINEA-REPORTE
               ADD 1 TO WK-NUM-LINEA
           END-IF.

       800-IMPRIMIR-TOTALES.
           MOVE SPACE TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE 'RESUMEN DEL PROCESO' TO WK-RES-TITULO.
           MOVE WK-RES-TITULO TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE 'FOTOS DEL PERIODO INICIAL'       TO WK-RES-TITULO
           MOVE WK-TOT-FOTOS-INICIAL TO WK-RES-CANTIDAD
           MOVE ZERO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'FOTOS DEL PERIODO FINAL'         TO WK-RES-TITULO
           MOVE WK-TOT-FOTOS-FINAL TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE '  DE ELLAS CREDITOS NUEVOS'      TO WK-RES-TITULO
           MOVE WK-TOT-NUEVOS TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'FOTOS LEIDAS PARA COSECHAS'      TO WK-RES-TITULO
           MOVE WK-TOT-FOTOS-LEIDAS TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'COSECHAS REPORTADAS'             TO WK-RES-TITULO
           MOVE WK-COS-USADAS TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'FOTOS SIN FECHA DE INICIO'       TO WK-RES-TITULO
           MOVE WK-TOT-SIN-FECHA TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'FOTOS FUERA DE 0-60 MESES'       TO WK-RES-TITULO
           MOVE WK-TOT-FUERA-RANGO TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'FOTOS OMITIDAS (MAS DE 120 COSECHAS)' TO WK-RES-TITULO
           MOVE WK-TOT-SIN-ESPACIO TO WK-RES-CANTIDAD
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
           MOVE WK-TOT-FOTOS-LEIDAS TO EDRC-REG-LEIDOS.
           MOVE ZERO TO EDRC-REG-ACTUALIZADOS.
           REWRITE REG-EDRUNC
               INVALID KEY
                   DISPLAY 'ERROR AL MARCAR EDRUNC - STATUS '
                       WK-FS-EDRUNC
           END-REWRITE.

       900-FINALIZAR.
           CLOSE EDFOTO.
           CLOSE EDRPTW.
           CLOSE EDRUNC.
