      ******************************************************************
      * FECHA       : 10/15/2026                                       *
      * PROGRAMADOR : DENIS GOMEZ                                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDBD1CLF                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : PROCESO DE FIN DE MES - PROVISION DE CARTERA:    *
      *             : CLASIFICA CADA CREDITO ACTIVO CON LA MISMA       *
      *             : AMORTIZACION LINEAL Y LOS MISMOS CORTES          *
      *             : CORTEB01 A CORTEB04 DEL REPORTE DE               *
      *             : ENVEJECIMIENTO (EDBD1CLA) Y APLICA AL SALDO EL   *
      *             : PORCENTAJE DE PROVISION DE SU CATEGORIA (LLAVES  *
      *             : PROVCAT0 A PROVCAT5 DE EDPARM). LA PROVISION     *
      *             : REQUERIDA DE CADA CREDITO QUEDA EN EDPROV JUNTO  *
      *             : CON LA DEL MES ANTERIOR; LOS CREDITOS QUE SALEN  *
      *             : DE LA CARTERA ACTIVA (CANCELADOS, CASTIGADOS O   *
      *             : ELIMINADOS) LIBERAN SU PROVISION. LA VARIACION   *
      *             : NETA POR CATEGORIA SE ENVIA A GL EN EL ARCHIVO   *
      *             : EDASIE (PARTIDAS DEBE/HABER) CON ENCABEZADO 'H'  *
      *             : Y TRAILER 'T' EN EL MISMO FORMATO PLANO DEL      *
      *             : EXTRACTO EDBD1CLE. NO ES REPETIBLE EN EL MES     *
      * ARCHIVOS    : EDAMCR (ENTRADA), EDPROV (ACTUALIZA),            *
      *             : EDASIE (SALIDA - PARTIDAS GL),                   *
      *             : EDRPTF (SALIDA - REPORTE)                        *
      * ACCION (ES) : F=PROVISIONAR                                    *
      * PROGRAMA(S) :                                                  *
      * CANAL       : BATCH                                            *
      * INSTALADO   : 10/15/2026                                       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDBD1CLF.
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

           SELECT EDPROV ASSIGN TO 'EDPROV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPV-COD-CREDITO
               FILE STATUS IS WK-FS-EDPROV.

           SELECT EDPARM ASSIGN TO 'EDPARM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDPA-LLAVE
               FILE STATUS IS WK-FS-EDPARM.

           SELECT EDASIE ASSIGN TO 'EDASIE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EDASIE.

           SELECT EDRPTF ASSIGN TO 'EDRPTF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EDRPTF.

           SELECT EDRUNC ASSIGN TO 'EDRUNC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDRC-LLAVE
               FILE STATUS IS WK-FS-EDRUNC.

       DATA DIVISION.
       FILE SECTION.
       FD  EDAMCR.
       COPY EDMACR.

       FD  EDPROV.
       COPY EDPROV.

       FD  EDPARM.
       COPY EDPARM.

       FD  EDASIE
           RECORDING MODE IS F.
       01  WK-LINEA-ASIENTO.
           02  WK-ASI-TIPO-REGISTRO    PIC X(01).
           02  WK-ASI-DETALLE.
               03  WK-ASI-CUENTA           PIC X(10).
               03  WK-ASI-NATURALEZA       PIC X(01).
               03  WK-ASI-MONTO            PIC 9(11)V99.
               03  WK-ASI-CATEGORIA        PIC 9(01).
               03  WK-ASI-PERIODO          PIC 9(06).
               03  WK-ASI-CONCEPTO         PIC X(30).
               03  FILLER                  PIC X(07).
           02  WK-ASI-TRAILER REDEFINES WK-ASI-DETALLE.
               03  WK-ASI-TOT-REGISTROS    PIC 9(09).
               03  WK-ASI-TOT-DEBE         PIC 9(13)V99.
               03  WK-ASI-TOT-HABER        PIC 9(13)V99.
               03  FILLER                  PIC X(29).
           02  WK-ASI-HEADER REDEFINES WK-ASI-DETALLE.
               03  WK-ASI-FECHA-PROCESO    PIC 9(08).
               03  WK-ASI-TIPO-ASIENTO     PIC X(01).
               03  WK-ASI-PERIODO-HDR      PIC 9(06).
               03  FILLER                  PIC X(53).

       FD  EDRPTF
           RECORDING MODE IS F.
       01  WK-LINEA-REPORTE            PIC X(132).

       FD  EDRUNC.
       COPY EDRUNC.

       WORKING-STORAGE SECTION.
       01  WK-CAMPOS-DE-TRABAJO.
           02  WK-NOMBRE-PROGRAMA      PIC X(8)  VALUE 'EDBD1CLF'.
           02  WK-FS-EDRUNC            PIC XX    VALUE ZERO.
           02  WK-PERIODO-AAAAMM       PIC 9(06) VALUE ZERO.
           02  WK-CORRIDA-RECHAZADA    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-RECHAZADA    VALUE 'S'.
           02  WK-CORRIDA-EXISTENTE    PIC X     VALUE 'N'.
               88  WK-SI-CORRIDA-EXISTENTE    VALUE 'S'.
           02  WK-FS-EDAMCR            PIC XX    VALUE ZERO.
           02  WK-FS-EDPROV            PIC XX    VALUE ZERO.
           02  WK-FS-EDPARM            PIC XX    VALUE ZERO.
           02  WK-FS-EDASIE            PIC XX    VALUE ZERO.
           02  WK-FS-EDRPTF            PIC XX    VALUE ZERO.
           02  WK-PARM-ENCONTRADO      PIC X     VALUE 'N'.
               88  WK-SI-PARM-ENCONTRADO      VALUE 'S'.
           02  WK-PROV-EXISTENTE       PIC X     VALUE 'N'.
               88  WK-SI-PROV-EXISTENTE       VALUE 'S'.
           02  WK-FECHA-PROCESO        PIC 9(08) VALUE ZERO.
           02  WK-LINEAS-PAGINA        PIC 99    VALUE 50.
           02  WK-NUM-LINEA            PIC 99    VALUE 99.
           02  WK-NUM-PAGINA           PIC 9(04) VALUE ZERO.
           02  WK-CORTE-B1             PIC 9(5)V99  VALUE 2.
           02  WK-CORTE-B2             PIC 9(5)V99  VALUE 3.
           02  WK-CORTE-B3             PIC 9(5)V99  VALUE 4.
           02  WK-CORTE-B4             PIC 9(5)V99  VALUE 7.
           02  WK-DIAS-TRANSCURRIDOS   PIC S9(8) VALUE ZERO.
           02  WK-MESES-TRANSCURRIDOS  PIC S9(5) VALUE ZERO.
           02  WK-SALDO-ESPERADO       PIC S9(9)V99 VALUE ZERO.
           02  WK-DEFICIT              PIC S9(9)V99 VALUE ZERO.
           02  WK-CUOTAS-ATRASO        PIC S9(5)V99 VALUE ZERO.
           02  WK-CATEGORIA            PIC X(15)    VALUE SPACE.
           02  WK-BKT                  PIC 9     VALUE ZERO.
           02  WK-I                    PIC 9     VALUE ZERO.
           02  WK-PROVISION            PIC S9(9)V99 VALUE ZERO.
           02  WK-PROV-ANTERIOR        PIC S9(9)V99 VALUE ZERO.
           02  WK-VARIACION            PIC S9(9)V99 VALUE ZERO.
           02  WK-MONTO-ASIENTO        PIC S9(11)V99 VALUE ZERO.
           02  WK-END-OF-FILE          PIC X        VALUE 'N'.
               88  WK-FIN-ARCHIVO             VALUE 'S'.
           02  WK-FALLA-INICIO         PIC X     VALUE 'N'.
               88  WK-SI-FALLA-INICIO         VALUE 'S'.
           02  WK-TOTALES.
               03  WK-TOT-REGISTROS        PIC 9(07) VALUE ZERO.
               03  WK-TOT-PROVISIONADOS    PIC 9(07) VALUE ZERO.
               03  WK-TOT-EXCLUIDOS        PIC 9(07) VALUE ZERO.
               03  WK-TOT-LIBERADOS        PIC 9(07) VALUE ZERO.
               03  WK-TOT-SALDO            PIC S9(11)V99 VALUE ZERO.
               03  WK-TOT-PROV-ANTERIOR    PIC S9(11)V99 VALUE ZERO.
               03  WK-TOT-PROV-ACTUAL      PIC S9(11)V99 VALUE ZERO.
               03  WK-TOT-VARIACION        PIC S9(11)V99 VALUE ZERO.
               03  WK-TOT-LIBERADO         PIC S9(11)V99 VALUE ZERO.
               03  WK-TOT-REESTRUCTURADOS  PIC 9(07) VALUE ZERO.
               03  WK-TOT-PROV-REESTRUCT   PIC S9(11)V99 VALUE ZERO.
               03  WK-TOT-PARTIDAS         PIC 9(09) VALUE ZERO.
               03  WK-TOT-DEBE             PIC 9(13)V99 VALUE ZERO.
               03  WK-TOT-HABER            PIC 9(13)V99 VALUE ZERO.

      *---- CUENTAS CONTABLES DE LAS PARTIDAS DE PROVISION -----------*
       01  WK-CUENTAS-GL.
           02  WK-CTA-GASTO            PIC X(10) VALUE '6101050000'.
           02  WK-CTA-PROVISION        PIC X(10) VALUE '1209010000'.
           02  WK-CTA-RECUPERACION     PIC X(10) VALUE '7103020000'.

      *---- PORCENTAJE DE PROVISION POR CATEGORIA (1 = AL DIA, ... ---*
      *---- 6 = MAS DE 180 DIAS); SE REEMPLAZAN CON PROVCAT0 A -------*
      *---- PROVCAT5 DE EDPARM CUANDO EXISTEN -------------------------*
       01  WK-PORCENTAJES.
           02  WK-PORC-CAT0            PIC 9(3)V9(4) VALUE 1.
           02  WK-PORC-CAT1            PIC 9(3)V9(4) VALUE 5.
           02  WK-PORC-CAT2            PIC 9(3)V9(4) VALUE 20.
           02  WK-PORC-CAT3            PIC 9(3)V9(4) VALUE 50.
           02  WK-PORC-CAT4            PIC 9(3)V9(4) VALUE 75.
           02  WK-PORC-CAT5            PIC 9(3)V9(4) VALUE 100.
       01  WK-TABLA-PORCENTAJES REDEFINES WK-PORCENTAJES.
           02  WK-PORC                 PIC 9(3)V9(4) OCCURS 6.

       01  WK-NOMBRES-CATEGORIA.
           02  FILLER   PIC X(15) VALUE 'AL DIA'.
           02  FILLER   PIC X(15) VALUE '1-30 DIAS'.
           02  FILLER   PIC X(15) VALUE '31-60 DIAS'.
           02  FILLER   PIC X(15) VALUE '61-90 DIAS'.
           02  FILLER   PIC X(15) VALUE '91-180 DIAS'.
           02  FILLER   PIC X(15) VALUE 'MAS DE 180 DIAS'.
       01  WK-TABLA-NOMBRES REDEFINES WK-NOMBRES-CATEGORIA.
           02  WK-NOMBRE-CAT           PIC X(15) OCCURS 6.

      *---- ACUMULADOS POR CATEGORIA (MISMO ORDEN DE WK-PORC) --------*
       01  WK-TABLA-CATEGORIAS.
           02  WK-CAT-ENTRADA OCCURS 6.
               03  WK-CAT-CANT         PIC 9(07).
               03  WK-CAT-SALDO        PIC S9(11)V99.
               03  WK-CAT-PROV-ANT     PIC S9(11)V99.
               03  WK-CAT-PROV-ACT     PIC S9(11)V99.
               03  WK-CAT-VARIACION    PIC S9(11)V99.

       01  WK-ENC-1.
           02  FILLER            PIC X(35) VALUE SPACE.
           02  FILLER            PIC X(37)
               VALUE 'PROVISION DE CARTERA DEL MES'.
           02  FILLER            PIC X(10) VALUE 'PAGINA :'.
           02  WK-ENC-1-PAGINA   PIC ZZZ9.

       01  WK-ENC-2.
           02  FILLER            PIC X(15) VALUE 'FECHA PROCESO:'.
           02  WK-ENC-2-FECHA    PIC 9999/99/99.
           02  FILLER            PIC X(20) VALUE SPACE.
           02  FILLER            PIC X(20) VALUE 'PROGRAMA EDBD1CLF'.

       01  WK-ENC-3.
           02  FILLER            PIC X(17) VALUE 'CATEGORIA'.
           02  FILLER            PIC X(10) VALUE 'CREDITOS'.
           02  FILLER            PIC X(17) VALUE 'SALDO BASE'.
           02  FILLER            PIC X(11) VALUE '% PROV'.
           02  FILLER            PIC X(17) VALUE 'PROV ANTERIOR'.
           02  FILLER            PIC X(17) VALUE 'PROV ACTUAL'.
           02  FILLER            PIC X(17) VALUE 'VARIACION'.

       01  WK-CAT-LINEA.
           02  WK-CAT-NOMBRE     PIC X(15).
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-CAT-CREDITOS   PIC ZZZ,ZZ9.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-CAT-SALDO-ED   PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-CAT-PORC-ED    PIC ZZ9.9999.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-CAT-ANT-ED     PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-CAT-ACT-ED     PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-CAT-VAR-ED     PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-RES-LINEA.
           02  WK-RES-TITULO     PIC X(35).
           02  WK-RES-CANTIDAD   PIC ZZZ,ZZ9.
           02  FILLER            PIC X(4) VALUE SPACE.
           02  WK-RES-SALDO      PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       000-PRINCIPAL.
           PERFORM 050-VERIFICAR-CORRIDA.
           IF NOT WK-SI-CORRIDA-RECHAZADA
               PERFORM 100-INICIALIZAR
               PERFORM 200-PROCESAR-ARCHIVO
                   UNTIL WK-FIN-ARCHIVO
               IF NOT WK-SI-FALLA-INICIO
                   PERFORM 700-GRABAR-ASIENTOS
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
               DISPLAY 'EDBD1CLF YA COMPLETADO PARA EL PERIODO '
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
           INITIALIZE WK-TABLA-CATEGORIAS.
           PERFORM 130-LEER-PARAMETROS.
           PERFORM 120-ABRIR-PROVISIONES.
           OPEN INPUT EDAMCR.
           IF WK-FS-EDAMCR NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDAMCR - STATUS ' WK-FS-EDAMCR
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN OUTPUT EDASIE.
           IF WK-FS-EDASIE NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDASIE - STATUS ' WK-FS-EDASIE
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN OUTPUT EDRPTF.
           IF WK-FS-EDRPTF NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDRPTF - STATUS ' WK-FS-EDRPTF
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           IF NOT WK-FIN-ARCHIVO
               PERFORM 150-ESCRIBIR-HEADER
               MOVE ZERO TO EDMP-LLAVE
               START EDAMCR KEY IS NOT LESS THAN EDMP-LLAVE
                   INVALID KEY
                       MOVE 'S' TO WK-END-OF-FILE
               END-START
           END-IF.
           IF NOT WK-FIN-ARCHIVO
               PERFORM 210-LEER-EDAMCR
           END-IF.

      *---- ABRIR (O CREAR SI NO EXISTE) EL ARCHIVO DE PROVISIONES ---*
       120-ABRIR-PROVISIONES.
           OPEN I-O EDPROV.
           IF WK-FS-EDPROV = '35'
               OPEN OUTPUT EDPROV
               CLOSE EDPROV
               OPEN I-O EDPROV
           END-IF.
           IF WK-FS-EDPROV NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDPROV - STATUS ' WK-FS-EDPROV
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
               MOVE 'PROVCAT0' TO EDPA-LLAVE
               PERFORM 135-LEER-PARAMETRO
               IF WK-SI-PARM-ENCONTRADO
                   MOVE EDPA-VALOR TO WK-PORC-CAT0
               END-IF
               MOVE 'PROVCAT1' TO EDPA-LLAVE
               PERFORM 135-LEER-PARAMETRO
               IF WK-SI-PARM-ENCONTRADO
                   MOVE EDPA-VALOR TO WK-PORC-CAT1
               END-IF
               MOVE 'PROVCAT2' TO EDPA-LLAVE
               PERFORM 135-LEER-PARAMETRO
               IF WK-SI-PARM-ENCONTRADO
                   MOVE EDPA-VALOR TO WK-PORC-CAT2
               END-IF
               MOVE 'PROVCAT3' TO EDPA-LLAVE
               PERFORM 135-LEER-PARAMETRO
               IF WK-SI-PARM-ENCONTRADO
                   MOVE EDPA-VALOR TO WK-PORC-CAT3
               END-IF
               MOVE 'PROVCAT4' TO EDPA-LLAVE
               PERFORM 135-LEER-PARAMETRO
               IF WK-SI-PARM-ENCONTRADO
                   MOVE EDPA-VALOR TO WK-PORC-CAT4
               END-IF
               MOVE 'PROVCAT5' TO EDPA-LLAVE
               PERFORM 135-LEER-PARAMETRO
               IF WK-SI-PARM-ENCONTRADO
                   MOVE EDPA-VALOR TO WK-PORC-CAT5
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
           MOVE SPACE TO WK-ASI-DETALLE.
           MOVE 'H' TO WK-ASI-TIPO-REGISTRO.
           MOVE WK-FECHA-PROCESO TO WK-ASI-FECHA-PROCESO.
           MOVE 'P' TO WK-ASI-TIPO-ASIENTO.
           MOVE WK-PERIODO-AAAAMM TO WK-ASI-PERIODO-HDR.
           WRITE WK-LINEA-ASIENTO.

       200-PROCESAR-ARCHIVO.
           ADD 1 TO WK-TOT-REGISTROS.
           EVALUATE TRUE
               WHEN EDMP-MARCA-ELIMINADO = 'D'
               WHEN EDMP-CREDITO-CANCELADO
               WHEN EDMP-CREDITO-CASTIGADO
               WHEN EDMP-CREDITO-REESTRUCTURADO
                   ADD 1 TO WK-TOT-EXCLUIDOS
                   PERFORM 350-LIBERAR-PROVISION
               WHEN OTHER
                   PERFORM 300-CLASIFICAR-REGISTRO
                   PERFORM 320-CALCULAR-PROVISION
           END-EVALUATE.
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
                   MOVE 'AL DIA'         TO WK-CATEGORIA
                   MOVE 0 TO WK-BKT
               WHEN WK-CUOTAS-ATRASO < WK-CORTE-B1
                   MOVE '1-30 DIAS'      TO WK-CATEGORIA
                   MOVE 1 TO WK-BKT
               WHEN WK-CUOTAS-ATRASO < WK-CORTE-B2
                   MOVE '31-60 DIAS'     TO WK-CATEGORIA
                   MOVE 2 TO WK-BKT
               WHEN WK-CUOTAS-ATRASO < WK-CORTE-B3
                   MOVE '61-90 DIAS'     TO WK-CATEGORIA
                   MOVE 3 TO WK-BKT
               WHEN WK-CUOTAS-ATRASO < WK-CORTE-B4
                   MOVE '91-180 DIAS'    TO WK-CATEGORIA
                   MOVE 4 TO WK-BKT
               WHEN OTHER
                   MOVE 'MAS DE 180 DIAS' TO WK-CATEGORIA
                   MOVE 5 TO WK-BKT
           END-EVALUATE.

      *--------- PROVISION REQUERIDA = SALDO POR EL PORCENTAJE DE ----*
      *--------- LA CATEGORIA; SE COMPARA CONTRA LA DEL MES ANTERIOR -*
       320-CALCULAR-PROVISION.
           COMPUTE WK-I = WK-BKT + 1.
           COMPUTE WK-PROVISION ROUNDED =
               EDMP-SALDO-TOTAL * WK-PORC(WK-I) / 100
           ON SIZE ERROR
               MOVE 0 TO WK-PROVISION
           END-COMPUTE.
           PERFORM 330-LEER-PROVISION.
           COMPUTE WK-VARIACION = WK-PROVISION - WK-PROV-ANTERIOR.
           MOVE EDMP-CODIGO-CLIENTE TO EDPV-CODIGO-CLIENTE.
           MOVE WK-PERIODO-AAAAMM   TO EDPV-PERIODO.
           MOVE WK-BKT              TO EDPV-CATEGORIA.
           MOVE WK-CUOTAS-ATRASO    TO EDPV-CUOTAS-ATRASO.
           MOVE WK-PORC(WK-I)       TO EDPV-PORCENTAJE.
           MOVE EDMP-SALDO-TOTAL    TO EDPV-SALDO-BASE.
           MOVE WK-PROVISION        TO EDPV-PROVISION-ACTUAL.
           MOVE WK-PROV-ANTERIOR    TO EDPV-PROVISION-ANTERIOR.
           MOVE WK-VARIACION        TO EDPV-VARIACION.
           MOVE WK-FECHA-PROCESO    TO EDPV-FECHA-PROCESO.
           IF EDMP-SI-REESTRUCTURA
               MOVE 'S'             TO EDPV-REESTRUCTURADO
               ADD 1 TO WK-TOT-REESTRUCTURADOS
               ADD WK-PROVISION TO WK-TOT-PROV-REESTRUCT
           ELSE
               MOVE 'N'             TO EDPV-REESTRUCTURADO
           END-IF.
           PERFORM 340-GRABAR-PROVISION.
           ADD 1 TO WK-TOT-PROVISIONADOS.
           ADD EDMP-SALDO-TOTAL TO WK-TOT-SALDO.
           ADD 1 TO WK-CAT-CANT(WK-I).
           ADD EDMP-SALDO-TOTAL TO WK-CAT-SALDO(WK-I).
           ADD WK-PROV-ANTERIOR TO WK-CAT-PROV-ANT(WK-I).
           ADD WK-PROVISION     TO WK-CAT-PROV-ACT(WK-I).
           ADD WK-VARIACION     TO WK-CAT-VARIACION(WK-I).

      *---- LEER LA PROVISION VIGENTE DEL CREDITO. SI YA FUE ---------*
      *---- ACTUALIZADA EN ESTE PERIODO (REINICIO DESPUES DE UN ------*
      *---- ABEND) SE CONSERVA LA PROVISION ANTERIOR YA GUARDADA -----*
       330-LEER-PROVISION.
           MOVE EDMP-LLAVE TO EDPV-COD-CREDITO.
           MOVE 'N' TO WK-PROV-EXISTENTE.
           MOVE ZERO TO WK-PROV-ANTERIOR.
           READ EDPROV
               INVALID KEY
                   INITIALIZE REG-EDPROV
                   MOVE EDMP-LLAVE TO EDPV-COD-CREDITO
               NOT INVALID KEY
                   MOVE 'S' TO WK-PROV-EXISTENTE
                   IF EDPV-PERIODO = WK-PERIODO-AAAAMM
                       MOVE EDPV-PROVISION-ANTERIOR TO WK-PROV-ANTERIOR
                   ELSE
                       MOVE EDPV-PROVISION-ACTUAL TO WK-PROV-ANTERIOR
                   END-IF
           END-READ.

       340-GRABAR-PROVISION.
           IF WK-SI-PROV-EXISTENTE
               REWRITE REG-EDPROV
                   INVALID KEY
                       DISPLAY 'ERROR AL REESCRIBIR PROVISION '
                           EDPV-COD-CREDITO ' STATUS ' WK-FS-EDPROV
               END-REWRITE
           ELSE
               WRITE REG-EDPROV
                   INVALID KEY
                       DISPLAY 'ERROR AL GRABAR PROVISION '
                           EDPV-COD-CREDITO ' STATUS ' WK-FS-EDPROV
               END-WRITE
           END-IF.

      *---- CREDITO FUERA DE LA CARTERA ACTIVA: SI TENIA PROVISION ---*
      *---- SE LIBERA EN LA CATEGORIA EN QUE ESTABA PROVISIONADO -----*
       350-LIBERAR-PROVISION.
           PERFORM 330-LEER-PROVISION.
           IF WK-SI-PROV-EXISTENTE AND WK-PROV-ANTERIOR > 0
               COMPUTE WK-I = EDPV-CATEGORIA + 1
               COMPUTE WK-VARIACION = 0 - WK-PROV-ANTERIOR
               MOVE WK-PERIODO-AAAAMM   TO EDPV-PERIODO
               MOVE ZERO                TO EDPV-SALDO-BASE
               MOVE ZERO                TO EDPV-PROVISION-ACTUAL
               MOVE WK-PROV-ANTERIOR    TO EDPV-PROVISION-ANTERIOR
               MOVE WK-VARIACION        TO EDPV-VARIACION
               MOVE WK-FECHA-PROCESO    TO EDPV-FECHA-PROCESO
               PERFORM 340-GRABAR-PROVISION
               ADD 1 TO WK-TOT-LIBERADOS
               ADD WK-PROV-ANTERIOR TO WK-TOT-LIBERADO
               ADD WK-PROV-ANTERIOR TO WK-CAT-PROV-ANT(WK-I)
               ADD WK-VARIACION     TO WK-CAT-VARIACION(WK-I)
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

      *---- PARTIDAS GL: UNA POR CATEGORIA CON VARIACION NETA --------*
      *---- AUMENTO: DEBE GASTO / HABER PROVISION --------------------*
      *---- DISMINUCION: DEBE PROVISION / HABER RECUPERACION ---------*
       700-GRABAR-ASIENTOS.
           PERFORM 710-ASIENTO-CATEGORIA
               VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 6.
           PERFORM 750-ESCRIBIR-TRAILER.

       710-ASIENTO-CATEGORIA.
           IF WK-CAT-VARIACION(WK-I) > 0
               MOVE WK-CAT-VARIACION(WK-I) TO WK-MONTO-ASIENTO
               MOVE WK-CTA-GASTO TO WK-ASI-CUENTA
               MOVE 'D' TO WK-ASI-NATURALEZA
               MOVE 'GASTO POR PROVISION DE CARTERA' TO WK-ASI-CONCEPTO
               PERFORM 720-ESCRIBIR-PARTIDA
               MOVE WK-CTA-PROVISION TO WK-ASI-CUENTA
               MOVE 'C' TO WK-ASI-NATURALEZA
               MOVE 'CONSTITUCION DE PROVISION' TO WK-ASI-CONCEPTO
               PERFORM 720-ESCRIBIR-PARTIDA
           END-IF.
           IF WK-CAT-VARIACION(WK-I) < 0
               COMPUTE WK-MONTO-ASIENTO = 0 - WK-CAT-VARIACION(WK-I)
               MOVE WK-CTA-PROVISION TO WK-ASI-CUENTA
               MOVE 'D' TO WK-ASI-NATURALEZA
               MOVE 'LIBERACION DE PROVISION' TO WK-ASI-CONCEPTO
               PERFORM 720-ESCRIBIR-PARTIDA
               MOVE WK-CTA-RECUPERACION TO WK-ASI-CUENTA
               MOVE 'C' TO WK-ASI-NATURALEZA
               MOVE 'RECUPERACION DE PROVISION' TO WK-ASI-CONCEPTO
               PERFORM 720-ESCRIBIR-PARTIDA
           END-IF.

      *---------- FORMATEAR Y ESCRIBIR UNA PARTIDA DE DETALLE --------*
       720-ESCRIBIR-PARTIDA.
           MOVE 'D'                TO WK-ASI-TIPO-REGISTRO.
           MOVE WK-MONTO-ASIENTO   TO WK-ASI-MONTO.
           COMPUTE WK-ASI-CATEGORIA = WK-I - 1.
           MOVE WK-PERIODO-AAAAMM  TO WK-ASI-PERIODO.
           WRITE WK-LINEA-ASIENTO.
           ADD 1 TO WK-TOT-PARTIDAS.
           IF WK-ASI-NATURALEZA = 'D'
               ADD WK-MONTO-ASIENTO TO WK-TOT-DEBE
           ELSE
               ADD WK-MONTO-ASIENTO TO WK-TOT-HABER
           END-IF.

      *---------- ESCRIBIR EL REGISTRO DE CONTROL (TRAILER) ----------*
       750-ESCRIBIR-TRAILER.
           MOVE SPACE              TO WK-ASI-DETALLE.
           MOVE 'T'               TO WK-ASI-TIPO-REGISTRO.
           MOVE WK-TOT-PARTIDAS   TO WK-ASI-TOT-REGISTROS.
           MOVE WK-TOT-DEBE       TO WK-ASI-TOT-DEBE.
           MOVE WK-TOT-HABER      TO WK-ASI-TOT-HABER.
           WRITE WK-LINEA-ASIENTO.

      *---------- RESUMEN POR CATEGORIA Y TOTALES DEL PROCESO --------*
       800-IMPRIMIR-TOTALES.
           PERFORM 500-IMPRIMIR-ENCABEZADO.
           PERFORM 810-IMPRIMIR-CATEGORIA
               VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 6.
           MOVE SPACE TO WK-CAT-LINEA.
           MOVE 'TOTAL CARTERA'      TO WK-CAT-NOMBRE.
           MOVE WK-TOT-PROVISIONADOS TO WK-CAT-CREDITOS.
           MOVE WK-TOT-SALDO         TO WK-CAT-SALDO-ED.
           COMPUTE WK-TOT-PROV-ANTERIOR =
               WK-CAT-PROV-ANT(1) + WK-CAT-PROV-ANT(2)
             + WK-CAT-PROV-ANT(3) + WK-CAT-PROV-ANT(4)
             + WK-CAT-PROV-ANT(5) + WK-CAT-PROV-ANT(6).
           COMPUTE WK-TOT-PROV-ACTUAL =
               WK-CAT-PROV-ACT(1) + WK-CAT-PROV-ACT(2)
             + WK-CAT-PROV-ACT(3) + WK-CAT-PROV-ACT(4)
             + WK-CAT-PROV-ACT(5) + WK-CAT-PROV-ACT(6).
           COMPUTE WK-TOT-VARIACION =
               WK-TOT-PROV-ACTUAL - WK-TOT-PROV-ANTERIOR.
           MOVE WK-TOT-PROV-ANTERIOR TO WK-CAT-ANT-ED.
           MOVE WK-TOT-PROV-ACTUAL   TO WK-CAT-ACT-ED.
           MOVE WK-TOT-VARIACION     TO WK-CAT-VAR-ED.
           MOVE SPACE TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE WK-CAT-LINEA TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE SPACE TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE 'TOTAL REGISTROS LEIDOS'          TO WK-RES-TITULO
           MOVE WK-TOT-REGISTROS TO WK-RES-CANTIDAD
           MOVE ZERO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'CREDITOS PROVISIONADOS'          TO WK-RES-TITULO
           MOVE WK-TOT-PROVISIONADOS TO WK-RES-CANTIDAD
           MOVE WK-TOT-PROV-ACTUAL TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE '  DE ELLOS REESTRUCTURADOS'      TO WK-RES-TITULO
           MOVE WK-TOT-REESTRUCTURADOS TO WK-RES-CANTIDAD
           MOVE WK-TOT-PROV-REESTRUCT TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'CREDITOS EXCLUIDOS'              TO WK-RES-TITULO
           MOVE WK-TOT-EXCLUIDOS TO WK-RES-CANTIDAD
           MOVE ZERO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'PROVISIONES LIBERADAS'           TO WK-RES-TITULO
           MOVE WK-TOT-LIBERADOS TO WK-RES-CANTIDAD
           MOVE WK-TOT-LIBERADO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'PARTIDAS GL - TOTAL DEBE'        TO WK-RES-TITULO
           MOVE WK-TOT-PARTIDAS TO WK-RES-CANTIDAD
           MOVE WK-TOT-DEBE TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'PARTIDAS GL - TOTAL HABER'       TO WK-RES-TITULO
           MOVE WK-TOT-PARTIDAS TO WK-RES-CANTIDAD
           MOVE WK-TOT-HABER TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.

       810-IMPRIMIR-CATEGORIA.
           MOVE WK-NOMBRE-CAT(WK-I)    TO WK-CAT-NOMBRE.
           MOVE WK-CAT-CANT(WK-I)      TO WK-CAT-CREDITOS.
           MOVE WK-CAT-SALDO(WK-I)     TO WK-CAT-SALDO-ED.
           MOVE WK-PORC(WK-I)          TO WK-CAT-PORC-ED.
           MOVE WK-CAT-PROV-ANT(WK-I)  TO WK-CAT-ANT-ED.
           MOVE WK-CAT-PROV-ACT(WK-I)  TO WK-CAT-ACT-ED.
           MOVE WK-CAT-VARIACION(WK-I) TO WK-CAT-VAR-ED.
           MOVE WK-CAT-LINEA TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           ADD 1 TO WK-NUM-LINEA.

      *---- MARCAR LA CORRIDA COMPLETADA ('C') EN EL CONTROL DE ------*
      *---- CORRIDAS CON LOS CONTADORES DEL PROCESO ------------------*
       910-MARCAR-CORRIDA.
           MOVE WK-NOMBRE-PROGRAMA TO EDRC-PROGRAMA.
           COMPUTE EDRC-PERIODO = WK-PERIODO-AAAAMM * 100.
           MOVE WK-FECHA-PROCESO TO EDRC-FECHA-PROCESO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDRC-HORA-PROCESO.
           MOVE 'C' TO EDRC-ESTADO.
           MOVE WK-TOT-REGISTROS TO EDRC-REG-LEIDOS.
           COMPUTE EDRC-REG-ACTUALIZADOS =
               WK-TOT-PROVISIONADOS + WK-TOT-LIBERADOS.
           REWRITE REG-EDRUNC
               INVALID KEY
                   DISPLAY 'ERROR AL MARCAR EDRUNC - STATUS '
                       WK-FS-EDRUNC
           END-REWRITE.

       900-FINALIZAR.
           CLOSE EDAMCR.
           CLOSE EDPROV.
           CLOSE EDASIE.
           CLOSE EDRPTF.
           CLOSE EDRUNC.
