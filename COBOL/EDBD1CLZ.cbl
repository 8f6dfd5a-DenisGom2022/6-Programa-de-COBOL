      *             : PIERDE NI SE DUPLICA LO YA DESCARGADO (LO YA     *
      *             : BORRADO DEL KSDS NO SE VUELVE A LEER). LOS       *
      *             : REGISTROS '5' Y '6' DE EDCKPT SOLO DEJAN         *
      *             : CONSTANCIA DEL AVANCE. EL HISTORICO DE FOTOS DE  *
      *             : CARTERA EDFOTO (EDBD1CLU) SE DEPURA IGUAL, A     *
      *             : EDARCHF, POR PERIODOS MAS VIEJOS QUE LA          *
      *             : RETENCION RETENFOT DE EDPARM, QUE NUNCA SE TOMA  *
      *             : MENOR A 24 MESES (REGISTRO '7' DE EDCKPT). LAS   *
      *             : SOLICITUDES DE DOBLE CONTROL DE EDAPRO YA        *
      *             : RESUELTAS (APROBADAS, RECHAZADAS O VENCIDAS) SE  *
      *             : DESCARGAN A EDARCHP Y SE BORRAN CUANDO SU FECHA  *
      *             : DE RESOLUCION ES MAS VIEJA QUE LA RETENCION      *
      *             : RETENAPR DE EDPARM; LAS PENDIENTES NUNCA SE      *
      *             : TOCAN (REGISTRO '8' DE EDCKPT)                   *
      * ARCHIVOS    : EDMOVS, EDAUD, EDFOTO Y EDAPRO (DEPURA), EDAMCR  *
      *             : (SOLO LECTURA), EDCKPT (REINICIO), EDARCHM,      *
      *             : EDARCHA, EDARCHF Y EDARCHP (SALIDA - DESCARGAS), *
      *             : EDRPTZ (SALIDA - REPORTE)                        *
      * ACCION (ES) : Z=ARCHIVAR Y DEPURAR                             *
      * PROGRAMA(S) :                                                  *
      * CANAL       : BATCH                                            *
               RECORD KEY IS EDMP-LLAVE
               FILE STATUS IS WK-FS-EDAMCR.

           SELECT EDFOTO ASSIGN TO 'EDFOTO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDFO-LLAVE
               FILE STATUS IS WK-FS-EDFOTO.

           SELECT EDAPRO ASSIGN TO 'EDAPRO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDAP-LLAVE
               FILE STATUS IS WK-FS-EDAPRO.

           SELECT EDCKPT ASSIGN TO 'EDCKPT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EDARCHA.

           SELECT EDARCHF ASSIGN TO 'EDARCHF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EDARCHF.

           SELECT EDARCHP ASSIGN TO 'EDARCHP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EDARCHP.

           SELECT EDRPTZ ASSIGN TO 'EDRPTZ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FS-EDRPTZ.
       FD  EDAMCR.
       COPY EDMACR.

       FD  EDFOTO.
       COPY EDFOTO.

       FD  EDAPRO.
       COPY EDAPRO.

       FD  EDCKPT.
       01  REG-EDCKPT.
           02  CKPT-ID              PIC X(01).
           RECORDING MODE IS F.
       01  WK-LINEA-ARCH-MOV.
           02  WK-AM-TIPO-REGISTRO     PIC X(01).
           02  WK-AM-IMAGEN            PIC X(127).
           02  WK-AM-CONTROL REDEFINES WK-AM-IMAGEN.
               03  WK-AM-FECHA-PROCESO     PIC 9(08).
               03  WK-AM-FECHA-CORTE       PIC 9(08).
               03  WK-AM-TOT-REGISTROS     PIC 9(09).
               03  WK-AM-TOT-MONTO         PIC S9(13)V99.
               03  FILLER                  PIC X(87).

       FD  EDARCHA
           RECORDING MODE IS F.
               03  WK-AA-TOT-REGISTROS     PIC 9(09).
               03  FILLER                  PIC X(146).

       FD  EDARCHF
           RECORDING MODE IS F.
       01  WK-LINEA-ARCH-FOT.
           02  WK-AF-TIPO-REGISTRO     PIC X(01).
           02  WK-AF-IMAGEN            PIC X(100).
           02  WK-AF-CONTROL REDEFINES WK-AF-IMAGEN.
               03  WK-AF-FECHA-PROCESO     PIC 9(08).
               03  WK-AF-FECHA-CORTE       PIC 9(08).
               03  WK-AF-TOT-REGISTROS     PIC 9(09).
               03  WK-AF-TOT-SALDO         PIC S9(13)V99.
               03  FILLER                  PIC X(60).

       FD  EDARCHP
           RECORDING MODE IS F.
       01  WK-LINEA-ARCH-APR.
           02  WK-AP-TIPO-REGISTRO     PIC X(01).
           02  WK-AP-IMAGEN            PIC X(185).
           02  WK-AP-CONTROL REDEFINES WK-AP-IMAGEN.
               03  WK-AP-FECHA-PROCESO     PIC 9(08).
               03  WK-AP-FECHA-CORTE       PIC 9(08).
               03  WK-AP-TOT-REGISTROS     PIC 9(09).
               03  FILLER                  PIC X(160).

       FD  EDRPTZ
           RECORDING MODE IS F.
       01  WK-LINEA-REPORTE            PIC X(132).
           02  WK-FS-EDPARM            PIC XX    VALUE ZERO.
           02  WK-FS-EDARCHM           PIC XX    VALUE ZERO.
           02  WK-FS-EDARCHA           PIC XX    VALUE ZERO.
           02  WK-FS-EDFOTO            PIC XX    VALUE ZERO.
           02  WK-FS-EDARCHF           PIC XX    VALUE ZERO.
           02  WK-FS-EDAPRO            PIC XX    VALUE ZERO.
           02  WK-FS-EDARCHP           PIC XX    VALUE ZERO.
           02  WK-FS-EDRPTZ            PIC XX    VALUE ZERO.
           02  WK-PARM-ENCONTRADO      PIC X     VALUE 'N'.
               88  WK-SI-PARM-ENCONTRADO      VALUE 'S'.
           02  WK-HORA-PROCESO         PIC 9(06) VALUE ZERO.
           02  WK-RETEN-MOV-MESES      PIC 9(03) VALUE 24.
           02  WK-RETEN-AUD-MESES      PIC 9(03) VALUE 12.
           02  WK-RETEN-FOT-MESES      PIC 9(03) VALUE 24.
           02  WK-RETEN-FOT-MINIMO     PIC 9(03) VALUE 24.
           02  WK-RETEN-APR-MESES      PIC 9(03) VALUE 12.
           02  WK-CORTE-MOV            PIC 9(08) VALUE ZERO.
           02  WK-CORTE-AUD            PIC 9(08) VALUE ZERO.
           02  WK-CORTE-FOT            PIC 9(08) VALUE ZERO.
           02  WK-CORTE-FOT-PERIODO    PIC 9(06) VALUE ZERO.
           02  WK-CORTE-APR            PIC 9(08) VALUE ZERO.
           02  WK-CALC-FECHA           PIC 9(08) VALUE ZERO.
           02  WK-CALC-RETEN           PIC 9(03) VALUE ZERO.
           02  WK-CALC-AAAA            PIC 9(04) VALUE ZERO.
           02  WK-ARCH-MOV-ACUM        PIC 9(12) VALUE ZERO.
           02  WK-ARCH-AUD-ACUM        PIC 9(12) VALUE ZERO.
           02  WK-MONTO-ARCH-ACUM      PIC S9(13)V99 VALUE ZERO.
           02  WK-ARCH-FOT-ACUM        PIC 9(12) VALUE ZERO.
           02  WK-SALDO-FOT-ACUM       PIC S9(13)V99 VALUE ZERO.
           02  WK-ARCH-APR-ACUM        PIC 9(12) VALUE ZERO.
           02  WK-FIN-TALLY            PIC X     VALUE 'N'.
               88  WK-SI-FIN-TALLY            VALUE 'S'.
           02  WK-CRED-CACHE           PIC 9(12) VALUE ZERO.
               88  WK-SI-FIN-MOVS             VALUE 'S'.
           02  WK-FIN-AUD              PIC X     VALUE 'N'.
               88  WK-SI-FIN-AUD              VALUE 'S'.
           02  WK-FIN-FOT              PIC X     VALUE 'N'.
               88  WK-SI-FIN-FOT              VALUE 'S'.
           02  WK-EDFOTO-DISPONIBLE    PIC X     VALUE 'N'.
               88  WK-SI-EDFOTO-DISPONIBLE    VALUE 'S'.
           02  WK-FIN-APR              PIC X     VALUE 'N'.
               88  WK-SI-FIN-APR              VALUE 'S'.
           02  WK-EDAPRO-DISPONIBLE    PIC X     VALUE 'N'.
               88  WK-SI-EDAPRO-DISPONIBLE    VALUE 'S'.
           02  WK-FALLA-INICIO         PIC X     VALUE 'N'.
               88  WK-SI-FALLA-INICIO         VALUE 'S'.
           02  WK-TOTALES.
               03  WK-TOT-MONTO-ARCHIVADO  PIC S9(13)V99 VALUE ZERO.
               03  WK-TOT-AUD-LEIDOS       PIC 9(09) VALUE ZERO.
               03  WK-TOT-AUD-ARCHIVADOS   PIC 9(09) VALUE ZERO.
               03  WK-TOT-FOT-ARCHIVADAS   PIC 9(09) VALUE ZERO.
               03  WK-TOT-SALDO-FOT-ARCH   PIC S9(13)V99 VALUE ZERO.
               03  WK-TOT-APR-ARCHIVADAS   PIC 9(09) VALUE ZERO.

      *---- VISTA DE LA IMAGEN DE UN MOVIMIENTO DESCARGADO, PARA ------*
      *---- RETOMAR SU MONTO AL RELEER LA DESCARGA EN UN REINICIO -----*
       01  WK-IMAGEN-MOV.
           02  FILLER                  PIC X(72).
           02  WK-IMG-MONTO            PIC S9(09)V99.
           02  FILLER                  PIC X(44).

      *---- VISTA DE LA IMAGEN DE UNA FOTO DESCARGADA, PARA RETOMAR --*
      *---- SU SALDO AL RELEER LA DESCARGA EN UN REINICIO -------------*
       01  WK-IMAGEN-FOT.
           02  FILLER                  PIC X(26).
           02  WK-IMG-FOT-SALDO        PIC 9(09)V99.
           02  FILLER                  PIC X(63).

       01  WK-RES-LINEA.
           02  WK-RES-TITULO     PIC X(35).

       01  WK-ENC-1.
           02  FILLER            PIC X(35) VALUE SPACE.
           02  FILLER            PIC X(50)
               VALUE 'ARCHIVO Y DEPURACION EDMOVS/EDAUD/EDFOTO/EDAPRO'.

       01  WK-ENC-2.
           02  FILLER            PIC X(15) VALUE 'FECHA PROCESO:'.
               PERFORM 100-INICIALIZAR
               IF NOT WK-SI-FALLA-INICIO
                   PERFORM 200-DEPURAR-MOVIMIENTOS
                   PERFORM 300-DEPURAR-FOTOS
                   PERFORM 400-DEPURAR-SOLICITUDES
                   PERFORM 600-DEPURAR-AUDITORIA
               END-IF
               PERFORM 800-IMPRIMIR-TOTALES
               DISPLAY 'ERROR AL ABRIR EDAMCR - STATUS ' WK-FS-EDAMCR
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
      *---- SIN HISTORICO DE FOTOS (AUN NO HA CORRIDO EDBD1CLU) NO ---*
      *---- HAY NADA QUE DEPURAR EN ESA FASE -------------------------*
           OPEN I-O EDFOTO.
           EVALUATE WK-FS-EDFOTO
               WHEN '00'
                   SET WK-SI-EDFOTO-DISPONIBLE TO TRUE
               WHEN '35'
                   DISPLAY 'AVISO: EDFOTO NO EXISTE - NO HAY FOTOS '
                       'QUE DEPURAR'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EDFOTO - STATUS '
                       WK-FS-EDFOTO
                   SET WK-SI-FALLA-INICIO TO TRUE
           END-EVALUATE.
      *---- SIN ARCHIVO DE SOLICITUDES DE DOBLE CONTROL NO HAY NADA --*
      *---- QUE DEPURAR EN ESA FASE ----------------------------------*
           OPEN I-O EDAPRO.
           EVALUATE WK-FS-EDAPRO
               WHEN '00'
                   SET WK-SI-EDAPRO-DISPONIBLE TO TRUE
               WHEN '35'
                   DISPLAY 'AVISO: EDAPRO NO EXISTE - NO HAY '
                       'SOLICITUDES QUE DEPURAR'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR EDAPRO - STATUS '
                       WK-FS-EDAPRO
                   SET WK-SI-FALLA-INICIO TO TRUE
           END-EVALUATE.
           PERFORM 150-ABRIR-DESCARGAS.
           OPEN OUTPUT EDRPTZ.
           IF WK-FS-EDRPTZ NOT = '00'

      *---- ABRIR (O CREAR SI NO EXISTE) EL ARCHIVO DE CHECKPOINT ----*
      *---- COMPARTIDO CON EDBD1CLI; ESTE PROCESO USA LOS REGISTROS --*
      *---- '5' (MOVIMIENTOS), '6' (AUDITORIA), '7' (FOTOS DE --------*
      *---- CARTERA) Y '8' (SOLICITUDES) SOLO COMO CONSTANCIA --------*
      *---- DEL AVANCE: LA REANUDACION SE DECIDE POR EL ESTADO 'P' ---*
      *---- DE EDRUNC Y LOS TOTALES SE RETOMAN RELEYENDO LA DESCARGA -*
       110-ABRIR-CHECKPOINT.
                               'STATUS ' WK-FS-EDCKPT
                   END-WRITE
           END-READ.
           MOVE '7' TO CKPT-ID.
           READ EDCKPT
               INVALID KEY
                   MOVE ZERO TO CKPT-LLAVE
                   MOVE ZERO TO CKPT-FECHA-HORA
                   WRITE REG-EDCKPT
                       INVALID KEY
                           DISPLAY 'ERROR AL CREAR CHECKPOINT - '
                               'STATUS ' WK-FS-EDCKPT
                   END-WRITE
           END-READ.
           MOVE '8' TO CKPT-ID.
           READ EDCKPT
               INVALID KEY
                   MOVE ZERO TO CKPT-LLAVE
                   MOVE ZERO TO CKPT-FECHA-HORA
                   WRITE REG-EDCKPT
                       INVALID KEY
                           DISPLAY 'ERROR AL CREAR CHECKPOINT - '
                               'STATUS ' WK-FS-EDCKPT
                   END-WRITE
           END-READ.

      *---- LEER LOS PARAMETROS DE OPERACION DEL MAESTRO EDPARM; -----*
      *---- SI EL ARCHIVO O UNA LLAVE NO EXISTE SE CONSERVAN LOS -----*
               IF WK-SI-PARM-ENCONTRADO
                   MOVE EDPA-VALOR TO WK-RETEN-AUD-MESES
               END-IF
               MOVE 'RETENFOT' TO EDPA-LLAVE
               PERFORM 135-LEER-PARAMETRO
               IF WK-SI-PARM-ENCONTRADO
                   MOVE EDPA-VALOR TO WK-RETEN-FOT-MESES
               END-IF
               MOVE 'RETENAPR' TO EDPA-LLAVE
               PERFORM 135-LEER-PARAMETRO
               IF WK-SI-PARM-ENCONTRADO
                   MOVE EDPA-VALOR TO WK-RETEN-APR-MESES
               END-IF
               MOVE 'CHECKPNT' TO EDPA-LLAVE
               PERFORM 135-LEER-PARAMETRO
               IF WK-SI-PARM-ENCONTRADO
               END-IF
               CLOSE EDPARM
           END-IF.
      *---- LAS FOTOS DE CARTERA SE CONSERVAN AL MENOS 24 MESES ------*
      *---- (REPORTES DE MIGRACION Y COSECHAS DE EDBD1CLW) -----------*
           IF WK-RETEN-FOT-MESES < WK-RETEN-FOT-MINIMO
               DISPLAY 'AVISO: RETENFOT ' WK-RETEN-FOT-MESES
                   ' MENOR AL MINIMO - SE USAN '
                   WK-RETEN-FOT-MINIMO ' MESES'
               MOVE WK-RETEN-FOT-MINIMO TO WK-RETEN-FOT-MESES
           END-IF.

       135-LEER-PARAMETRO.
           MOVE 'N' TO WK-PARM-ENCONTRADO.
           MOVE WK-RETEN-AUD-MESES TO WK-CALC-RETEN.
           PERFORM 145-RESTAR-MESES.
           MOVE WK-CALC-FECHA TO WK-CORTE-AUD.
      *---- LAS FOTOS SE DEPURAN POR PERIODO COMPLETO: SE BORRAN -----*
      *---- LOS PERIODOS ANTERIORES AL MES DEL CORTE -----------------*
           MOVE WK-RETEN-FOT-MESES TO WK-CALC-RETEN.
           PERFORM 145-RESTAR-MESES.
           MOVE WK-CALC-FECHA TO WK-CORTE-FOT.
           DIVIDE WK-CORTE-FOT BY 100 GIVING WK-CORTE-FOT-PERIODO.
           MOVE WK-RETEN-APR-MESES TO WK-CALC-RETEN.
           PERFORM 145-RESTAR-MESES.
           MOVE WK-CALC-FECHA TO WK-CORTE-APR.

       145-RESTAR-MESES.
           COMPUTE WK-CALC-AAAA = WK-FECHA-PROCESO / 10000.
           IF WK-SI-CORRIDA-REANUDADA
               PERFORM 155-RETOMAR-DESCARGA-MOV
               PERFORM 156-RETOMAR-DESCARGA-AUD
               PERFORM 154-RETOMAR-DESCARGA-FOT
               PERFORM 162-RETOMAR-DESCARGA-APR
           ELSE
               OPEN OUTPUT EDARCHM
               IF WK-FS-EDARCHM NOT = '00'
               ELSE
                   PERFORM 152-ESCRIBIR-HEADER-AUD
               END-IF
               OPEN OUTPUT EDARCHF
               IF WK-FS-EDARCHF NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EDARCHF - STATUS '
                       WK-FS-EDARCHF
                   SET WK-SI-FALLA-INICIO TO TRUE
               ELSE
                   PERFORM 153-ESCRIBIR-HEADER-FOT
               END-IF
               OPEN OUTPUT EDARCHP
               IF WK-FS-EDARCHP NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EDARCHP - STATUS '
                       WK-FS-EDARCHP
                   SET WK-SI-FALLA-INICIO TO TRUE
               ELSE
                   PERFORM 161-ESCRIBIR-HEADER-APR
               END-IF
           END-IF.

       151-ESCRIBIR-HEADER-MOV.
           MOVE ZERO TO WK-AA-TOT-REGISTROS.
           WRITE WK-LINEA-ARCH-AUD.

       153-ESCRIBIR-HEADER-FOT.
           MOVE SPACE TO WK-LINEA-ARCH-FOT.
           MOVE 'H' TO WK-AF-TIPO-REGISTRO.
           MOVE WK-FECHA-PROCESO TO WK-AF-FECHA-PROCESO.
           MOVE WK-CORTE-FOT TO WK-AF-FECHA-CORTE.
           MOVE ZERO TO WK-AF-TOT-REGISTROS.
           MOVE ZERO TO WK-AF-TOT-SALDO.
           WRITE WK-LINEA-ARCH-FOT.

      *---- RELEER LA DESCARGA DE FOTOS DE LA CORRIDA INTERRUMPIDA ---*
      *---- (CANTIDAD Y SUMA DE SALDOS DE SUS 'D') Y REABRIRLA EN ----*
      *---- EXTEND; SI LA CORRIDA CAIDA NO LLEGO A CREARLA, SE ABRE --*
      *---- COMO UNA CORRIDA NUEVA -----------------------------------*
       154-RETOMAR-DESCARGA-FOT.
           OPEN INPUT EDARCHF.
           EVALUATE TRUE
               WHEN WK-FS-EDARCHF = '35'
                   OPEN OUTPUT EDARCHF
                   IF WK-FS-EDARCHF NOT = '00'
                       DISPLAY 'ERROR AL ABRIR EDARCHF - STATUS '
                           WK-FS-EDARCHF
                       SET WK-SI-FALLA-INICIO TO TRUE
                   ELSE
                       PERFORM 153-ESCRIBIR-HEADER-FOT
                   END-IF
               WHEN WK-FS-EDARCHF NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EDARCHF - STATUS '
                       WK-FS-EDARCHF
                   SET WK-SI-FALLA-INICIO TO TRUE
               WHEN OTHER
                   MOVE 'N' TO WK-FIN-TALLY
                   PERFORM 159-TALLAR-UNA-FOT
                       UNTIL WK-SI-FIN-TALLY
                   CLOSE EDARCHF
                   OPEN EXTEND EDARCHF
                   IF WK-FS-EDARCHF NOT = '00'
                       DISPLAY 'ERROR AL REABRIR EDARCHF - STATUS '
                           WK-FS-EDARCHF
                       SET WK-SI-FALLA-INICIO TO TRUE
                   END-IF
           END-EVALUATE.

      *---- RELEER LA DESCARGA DE MOVIMIENTOS DE LA CORRIDA -----------*
      *---- INTERRUMPIDA (CANTIDAD Y SUMA DE MONTOS DE SUS 'D') Y -----*
      *---- REABRIRLA EN EXTEND; SI LA CORRIDA CAIDA NO LLEGO A -------*
                   END-IF
           END-READ.

       159-TALLAR-UNA-FOT.
           READ EDARCHF
               AT END
                   SET WK-SI-FIN-TALLY TO TRUE
               NOT AT END
                   IF WK-AF-TIPO-REGISTRO = 'D'
                       ADD 1 TO WK-ARCH-FOT-ACUM
                       MOVE WK-AF-IMAGEN TO WK-IMAGEN-FOT
                       ADD WK-IMG-FOT-SALDO TO WK-SALDO-FOT-ACUM
                   END-IF
           END-READ.

       161-ESCRIBIR-HEADER-APR.
           MOVE SPACE TO WK-LINEA-ARCH-APR.
           MOVE 'H' TO WK-AP-TIPO-REGISTRO.
           MOVE WK-FECHA-PROCESO TO WK-AP-FECHA-PROCESO.
           MOVE WK-CORTE-APR TO WK-AP-FECHA-CORTE.
           MOVE ZERO TO WK-AP-TOT-REGISTROS.
           WRITE WK-LINEA-ARCH-APR.

      *---- RELEER LA DESCARGA DE SOLICITUDES DE LA CORRIDA ----------*
      *---- INTERRUMPIDA (CANTIDAD DE SUS 'D') Y REABRIRLA EN --------*
      *---- EXTEND; SI LA CORRIDA CAIDA NO LLEGO A CREARLA, SE ABRE --*
      *---- COMO UNA CORRIDA NUEVA -----------------------------------*
       162-RETOMAR-DESCARGA-APR.
           OPEN INPUT EDARCHP.
           EVALUATE TRUE
               WHEN WK-FS-EDARCHP = '35'
                   OPEN OUTPUT EDARCHP
                   IF WK-FS-EDARCHP NOT = '00'
                       DISPLAY 'ERROR AL ABRIR EDARCHP - STATUS '
                           WK-FS-EDARCHP
                       SET WK-SI-FALLA-INICIO TO TRUE
                   ELSE
                       PERFORM 161-ESCRIBIR-HEADER-APR
                   END-IF
               WHEN WK-FS-EDARCHP NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EDARCHP - STATUS '
                       WK-FS-EDARCHP
                   SET WK-SI-FALLA-INICIO TO TRUE
               WHEN OTHER
                   MOVE 'N' TO WK-FIN-TALLY
                   PERFORM 163-TALLAR-UNA-APR
                       UNTIL WK-SI-FIN-TALLY
                   CLOSE EDARCHP
                   OPEN EXTEND EDARCHP
                   IF WK-FS-EDARCHP NOT = '00'
                       DISPLAY 'ERROR AL REABRIR EDARCHP - STATUS '
                           WK-FS-EDARCHP
                       SET WK-SI-FALLA-INICIO TO TRUE
                   END-IF
           END-EVALUATE.

       163-TALLAR-UNA-APR.
           READ EDARCHP
               AT END
                   SET WK-SI-FIN-TALLY TO TRUE
               NOT AT END
                   IF WK-AP-TIPO-REGISTRO = 'D'
                       ADD 1 TO WK-ARCH-APR-ACUM
                   END-IF
           END-READ.

      *---- DEPURAR EL LIBRO DE MOVIMIENTOS: RECORRERLO COMPLETO Y ----*
      *---- ARCHIVAR/BORRAR LOS MOVIMIENTOS ATRAS DEL CORTE DE LOS ----*
      *---- CREDITOS YA ARCHIVABLES. UNA CORRIDA REANUDADA VUELVE A ---*
                       SET WK-SI-CRED-ARCHIVABLE TO TRUE
                   NOT INVALID KEY
                       IF (EDMP-CREDITO-CANCELADO
                           OR EDMP-CREDITO-CASTIGADO
                           OR EDMP-CREDITO-REESTRUCTURADO)
                          AND EDMP-FECHA-CANCELACION > ZERO
                          AND EDMP-FECHA-CANCELACION < WK-CORTE-MOV
                           SET WK-SI-CRED-ARCHIVABLE TO TRUE
           END-REWRITE.
           MOVE ZERO TO WK-CONTADOR-CHECKPOINT.

      *---- DEPURAR EL HISTORICO DE FOTOS: SU LLAVE INICIA CON EL ----*
      *---- PERIODO, POR LO QUE EL RECORRIDO TERMINA AL LLEGAR AL -----*
      *---- PRIMER PERIODO QUE SE CONSERVA ----------------------------*
       300-DEPURAR-FOTOS.
           IF NOT WK-SI-EDFOTO-DISPONIBLE
               SET WK-SI-FIN-FOT TO TRUE
           ELSE
               MOVE LOW-VALUES TO EDFO-LLAVE
               START EDFOTO KEY IS NOT LESS THAN EDFO-LLAVE
                   INVALID KEY
                       SET WK-SI-FIN-FOT TO TRUE
               END-START
           END-IF.
           PERFORM 310-DEPURAR-UNA-FOTO
               UNTIL WK-SI-FIN-FOT.
           IF WK-SI-EDFOTO-DISPONIBLE
               PERFORM 360-GRABAR-CHECKPOINT-FOT
           END-IF.

       310-DEPURAR-UNA-FOTO.
           READ EDFOTO NEXT RECORD
               AT END
                   SET WK-SI-FIN-FOT TO TRUE
           END-READ.
           IF NOT WK-SI-FIN-FOT
               IF EDFO-PERIODO >= WK-CORTE-FOT-PERIODO
                   SET WK-SI-FIN-FOT TO TRUE
               ELSE
                   PERFORM 350-ARCHIVAR-FOTO
               END-IF
           END-IF.

      *---- DESCARGAR LA FOTO AL ARCHIVO SECUENCIAL Y BORRARLA DEL ---*
      *---- KSDS ------------------------------------------------------*
       350-ARCHIVAR-FOTO.
           MOVE SPACE TO WK-LINEA-ARCH-FOT.
           MOVE 'D' TO WK-AF-TIPO-REGISTRO.
           MOVE REG-EDFOTO TO WK-AF-IMAGEN.
           WRITE WK-LINEA-ARCH-FOT.
           DELETE EDFOTO
               INVALID KEY
                   DISPLAY 'ERROR AL BORRAR FOTO '
                       EDFO-LLAVE ' STATUS ' WK-FS-EDFOTO
           END-DELETE.
           ADD 1 TO WK-TOT-FOT-ARCHIVADAS.
           ADD 1 TO WK-ARCH-FOT-ACUM.
           ADD EDFO-SALDO-TOTAL TO WK-TOT-SALDO-FOT-ARCH.
           ADD EDFO-SALDO-TOTAL TO WK-SALDO-FOT-ACUM.
           ADD 1 TO WK-CONTADOR-CHECKPOINT.
           IF WK-CONTADOR-CHECKPOINT >= WK-CHECKPOINT-CADA
               PERFORM 360-GRABAR-CHECKPOINT-FOT
           END-IF.

      *---- GUARDAR EL AVANCE DE LA DEPURACION DE FOTOS ---------------*
       360-GRABAR-CHECKPOINT-FOT.
           MOVE '7' TO CKPT-ID.
           MOVE WK-ARCH-FOT-ACUM TO CKPT-LLAVE.
           COMPUTE CKPT-FECHA-HORA =
               WK-FECHA-PROCESO * 1000000 + WK-HORA-PROCESO.
           REWRITE REG-EDCKPT
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR CHECKPOINT - STATUS '
                       WK-FS-EDCKPT
           END-REWRITE.
           MOVE ZERO TO WK-CONTADOR-CHECKPOINT.

      *---- DEPURAR LAS SOLICITUDES DE DOBLE CONTROL: SU LLAVE -------*
      *---- INICIA CON LA FECHA DE SOLICITUD Y NINGUNA SE RESUELVE ---*
      *---- ANTES DE SOLICITARSE, POR LO QUE EL RECORRIDO TERMINA AL -*
      *---- LLEGAR A LAS SOLICITADAS EN LA FECHA DE CORTE ------------*
       400-DEPURAR-SOLICITUDES.
           IF NOT WK-SI-EDAPRO-DISPONIBLE
               SET WK-SI-FIN-APR TO TRUE
           ELSE
               MOVE LOW-VALUES TO EDAP-LLAVE
               START EDAPRO KEY IS NOT LESS THAN EDAP-LLAVE
                   INVALID KEY
                       SET WK-SI-FIN-APR TO TRUE
               END-START
           END-IF.
           PERFORM 410-DEPURAR-UNA-SOLICITUD
               UNTIL WK-SI-FIN-APR.
           IF WK-SI-EDAPRO-DISPONIBLE
               PERFORM 460-GRABAR-CHECKPOINT-APR
           END-IF.

      *---- SOLO SE DEPURAN LAS YA RESUELTAS (A/R/V) CUYA FECHA DE ---*
      *---- RESOLUCION QUEDO ATRAS DEL CORTE; UNA PENDIENTE SE -------*
      *---- CONSERVA SIEMPRE, AUNQUE SEA VIEJA -----------------------*
       410-DEPURAR-UNA-SOLICITUD.
           READ EDAPRO NEXT RECORD
               AT END
                   SET WK-SI-FIN-APR TO TRUE
           END-READ.
           IF NOT WK-SI-FIN-APR
               IF EDAP-FECHA-SOLICITUD >= WK-CORTE-APR
                   SET WK-SI-FIN-APR TO TRUE
               ELSE
                   IF (EDAP-APROBADA OR EDAP-RECHAZADA
                       OR EDAP-VENCIDA)
                      AND EDAP-FECHA-RESOLUCION > ZERO
                      AND EDAP-FECHA-RESOLUCION < WK-CORTE-APR
                       PERFORM 450-ARCHIVAR-SOLICITUD
                   END-IF
               END-IF
           END-IF.

      *---- DESCARGAR LA SOLICITUD AL ARCHIVO SECUENCIAL Y BORRARLA --*
      *---- DEL KSDS --------------------------------------------------*
       450-ARCHIVAR-SOLICITUD.
           MOVE SPACE TO WK-LINEA-ARCH-APR.
           MOVE 'D' TO WK-AP-TIPO-REGISTRO.
           MOVE REG-EDAPRO TO WK-AP-IMAGEN.
           WRITE WK-LINEA-ARCH-APR.
           DELETE EDAPRO
               INVALID KEY
                   DISPLAY 'ERROR AL BORRAR SOLICITUD '
                       EDAP-LLAVE ' STATUS ' WK-FS-EDAPRO
           END-DELETE.
           ADD 1 TO WK-TOT-APR-ARCHIVADAS.
           ADD 1 TO WK-ARCH-APR-ACUM.
           ADD 1 TO WK-CONTADOR-CHECKPOINT.
           IF WK-CONTADOR-CHECKPOINT >= WK-CHECKPOINT-CADA
               PERFORM 460-GRABAR-CHECKPOINT-APR
           END-IF.

      *---- GUARDAR EL AVANCE DE LA DEPURACION DE SOLICITUDES ---------*
       460-GRABAR-CHECKPOINT-APR.
           MOVE '8' TO CKPT-ID.
           MOVE WK-ARCH-APR-ACUM TO CKPT-LLAVE.
           COMPUTE CKPT-FECHA-HORA =
               WK-FECHA-PROCESO * 1000000 + WK-HORA-PROCESO.
           REWRITE REG-EDCKPT
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR CHECKPOINT - STATUS '
                       WK-FS-EDCKPT
           END-REWRITE.
           MOVE ZERO TO WK-CONTADOR-CHECKPOINT.

      *---- DEPURAR LA AUDITORIA: SU LLAVE INICIA CON LA FECHA, POR ---*
      *---- LO QUE EL RECORRIDO TERMINA AL LLEGAR AL CORTE ------------*
       600-DEPURAR-AUDITORIA.
           MOVE WK-CORTE-AUD TO WK-AA-FECHA-CORTE.
           MOVE WK-ARCH-AUD-ACUM TO WK-AA-TOT-REGISTROS.
           WRITE WK-LINEA-ARCH-AUD.
           MOVE SPACE TO WK-LINEA-ARCH-FOT.
           MOVE 'T' TO WK-AF-TIPO-REGISTRO.
           MOVE WK-FECHA-PROCESO TO WK-AF-FECHA-PROCESO.
           MOVE WK-CORTE-FOT TO WK-AF-FECHA-CORTE.
           MOVE WK-ARCH-FOT-ACUM TO WK-AF-TOT-REGISTROS.
           MOVE WK-SALDO-FOT-ACUM TO WK-AF-TOT-SALDO.
           WRITE WK-LINEA-ARCH-FOT.
           MOVE SPACE TO WK-LINEA-ARCH-APR.
           MOVE 'T' TO WK-AP-TIPO-REGISTRO.
           MOVE WK-FECHA-PROCESO TO WK-AP-FECHA-PROCESO.
           MOVE WK-CORTE-APR TO WK-AP-FECHA-CORTE.
           MOVE WK-ARCH-APR-ACUM TO WK-AP-TOT-REGISTROS.
           WRITE WK-LINEA-ARCH-APR.

       800-IMPRIMIR-TOTALES.
           MOVE WK-ENC-1 TO WK-LINEA-REPORTE.
           MOVE WK-CORTE-AUD TO WK-CORTE-FECHA.
           MOVE WK-CORTE-LINEA TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE 'FOTOS:' TO WK-CORTE-ETIQ.
           MOVE WK-CORTE-FOT TO WK-CORTE-FECHA.
           MOVE WK-CORTE-LINEA TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE 'SOLICITUD:' TO WK-CORTE-ETIQ.
           MOVE WK-CORTE-APR TO WK-CORTE-FECHA.
           MOVE WK-CORTE-LINEA TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE SPACE TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           MOVE 'MOVIMIENTOS LEIDOS'             TO WK-RES-TITULO
           MOVE WK-TOT-AUD-ARCHIVADOS TO WK-RES-CANTIDAD
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'FOTOS DE CARTERA ARCHIVADAS'    TO WK-RES-TITULO
           MOVE WK-TOT-FOT-ARCHIVADAS TO WK-RES-CANTIDAD
           MOVE WK-TOT-SALDO-FOT-ARCH TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'SOLICITUDES RESUELTAS ARCHIVADAS' TO WK-RES-TITULO
           MOVE WK-TOT-APR-ARCHIVADAS TO WK-RES-CANTIDAD
           MOVE ZERO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
      *---- EN UNA CORRIDA REANUDADA, MOSTRAR TAMBIEN EL CONTENIDO ----*
      *---- TOTAL DE LAS DESCARGAS (LO DEL TRAILER) -------------------*
           IF WK-SI-CORRIDA-REANUDADA
               MOVE ZERO TO WK-RES-SALDO
               MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
               WRITE WK-LINEA-REPORTE
               MOVE 'FOTOS EN DESCARGA (CON REINICIO)' TO WK-RES-TITULO
               MOVE WK-ARCH-FOT-ACUM TO WK-RES-CANTIDAD
               MOVE WK-SALDO-FOT-ACUM TO WK-RES-SALDO
               MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
               WRITE WK-LINEA-REPORTE
               MOVE 'SOLS EN DESCARGA (CON REINICIO)' TO WK-RES-TITULO
               MOVE WK-ARCH-APR-ACUM TO WK-RES-CANTIDAD
               MOVE ZERO TO WK-RES-SALDO
               MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
               WRITE WK-LINEA-REPORTE
           END-IF.

      *---- MARCAR LA CORRIDA COMPLETADA ('C') EN EL CONTROL DE ------*
                       DISPLAY 'ERROR AL LIMPIAR CHECKPOINT - STATUS '
                           WK-FS-EDCKPT
               END-REWRITE
               MOVE '7' TO CKPT-ID
               MOVE ZERO TO CKPT-LLAVE
               MOVE ZERO TO CKPT-FECHA-HORA
               REWRITE REG-EDCKPT
                   INVALID KEY
                       DISPLAY 'ERROR AL LIMPIAR CHECKPOINT - STATUS '
                           WK-FS-EDCKPT
               END-REWRITE
               MOVE '8' TO CKPT-ID
               MOVE ZERO TO CKPT-LLAVE
               MOVE ZERO TO CKPT-FECHA-HORA
               REWRITE REG-EDCKPT
                   INVALID KEY
                       DISPLAY 'ERROR AL LIMPIAR CHECKPOINT - STATUS '
                           WK-FS-EDCKPT
               END-REWRITE
           END-IF.
           CLOSE EDMOVS.
           CLOSE EDAUD.
           CLOSE EDAMCR.
           IF WK-SI-EDFOTO-DISPONIBLE
               CLOSE EDFOTO
           END-IF.
           IF WK-SI-EDAPRO-DISPONIBLE
               CLOSE EDAPRO
           END-IF.
           CLOSE EDCKPT.
           CLOSE EDARCHM.
           CLOSE EDARCHA.
           CLOSE EDARCHF.
           CLOSE EDARCHP.
           CLOSE EDRPTZ.
           CLOSE EDRUNC.
