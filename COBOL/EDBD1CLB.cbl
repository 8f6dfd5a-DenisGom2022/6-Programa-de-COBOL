      *             : EDAMCR CON LAS MISMAS VALIDACIONES DEL ALTA EN   *
      *             : LINEA DE EDGD1CL9 (MONTO > 0, CUOTA <= MONTO,    *
      *             : FECHA DE INICIO NO FUTURA) MAS LA EXISTENCIA     *
      *             : DEL CLIENTE EN EDAMCL Y, EN LOS CREDITOS DE      *
      *             : TASA VARIABLE, DEL INDICE EN EDTASA; EL SALDO    *
      *             : ABRE IGUAL AL MONTO Y SE GRABA UN MOVIMIENTO DE  *
      *             : APERTURA 'A' EN EDMOVS. LOS REGISTROS INVALIDOS  *
      *             : (Y LOS CREDITOS YA EXISTENTES) VAN AL REPORTE DE *
      *             : RECHAZOS SIN TOCAR EL MAESTRO. LLEVA EL MISMO    *
      *             : CHECKPOINT DE REINICIO QUE EDBD1CLP (ARCHIVO     *
      *             : EDCKPT, REGISTRO '4', CON LA CANTIDAD DE         *
      *             : REGISTROS YA PROCESADOS) PARA QUE UN REINICIO    *
      *             : DESPUES DE UN ABEND NO CARGUE CREDITOS DOBLES.   *
      *             : TAMBIEN SE RECHAZA EL CREDITO QUE DEJA LA        *
      *             : EXPOSICION DEL CLIENTE (SALDOS DE SUS CREDITOS   *
      *             : ACTIVOS MAS EL MONTO) SOBRE SU LIMITE VIGENTE    *
      *             : EN EDAMCL, SALVO QUE EL REGISTRO TRAIGA UN       *
      *             : OPERADOR CON AUTORIDAD DE EXCESO EN EDSEGU; ESE  *
      *             : OPERADOR SE IMPRIME JUNTO AL CREDITO CARGADO     *
      * ARCHIVOS    : EDCARGA (ENTRADA), EDAMCR (ACTUALIZA),           *
      *             : EDAMCL (SOLO LECTURA), EDCKPT (REINICIO),        *
      *             : EDSEGU (SOLO LECTURA - AUTORIDAD DE EXCESO),     *
      *             : EDMOVS (SALIDA - MOVIMIENTOS),                   *
      *             : EDTASA (SOLO LECTURA - INDICES DE TASA),         *
      *             : EDRPTB (SALIDA - CREDITOS CARGADOS),             *
      *             : EDRPTJ (SALIDA - REGISTROS RECHAZADOS)           *
      * ACCION (ES) : B=CARGAR CREDITOS EN BLOQUE                      *
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMP-LLAVE
               ALTERNATE RECORD KEY IS EDMP-CODIGO-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WK-FS-EDAMCR.

           SELECT EDAMCL ASSIGN TO 'EDP3CL'
               RECORD KEY IS EDCM-CODIGO-CLIENTE
               FILE STATUS IS WK-FS-EDAMCL.

           SELECT EDSEGU ASSIGN TO 'EDSEGU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EDSE-OPERADOR
               FILE STATUS IS WK-FS-EDSEGU.

           SELECT EDCKPT ASSIGN TO 'EDCKPT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDMV-LLAVE
               FILE STATUS IS WK-FS-EDMOVS.

           SELECT EDTASA ASSIGN TO 'EDTASA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDTA-LLAVE
               FILE STATUS IS WK-FS-EDTASA.

           SELECT EDPARM ASSIGN TO 'EDPARM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  EDAMCL.
       COPY EDMACL.

       FD  EDSEGU.
       COPY EDSEGU.

       FD  EDCKPT.
       01  REG-EDCKPT.
           02  CKPT-ID              PIC X(01).
       FD  EDMOVS.
       COPY EDMOVC.

       FD  EDTASA.
       COPY EDTASA.

       FD  EDPARM.
       COPY EDPARM.

           02  WK-FS-EDCKPT            PIC XX    VALUE ZERO.
           02  WK-FS-EDMOVS            PIC XX    VALUE ZERO.
           02  WK-FS-EDPARM            PIC XX    VALUE ZERO.
           02  WK-FS-EDTASA            PIC XX    VALUE ZERO.
           02  WK-EDTASA-ABIERTO       PIC X     VALUE 'N'.
               88  WK-SI-EDTASA-ABIERTO       VALUE 'S'.
           02  WK-FS-EDSEGU            PIC XX    VALUE ZERO.
           02  WK-EDSEGU-ABIERTO       PIC X     VALUE 'N'.
               88  WK-SI-EDSEGU-ABIERTO       VALUE 'S'.
           02  WK-EXCESO-AUTORIZADO    PIC X     VALUE 'N'.
               88  WK-SI-EXCESO-AUTORIZADO    VALUE 'S'.
           02  WK-FIN-CLIENTE          PIC X     VALUE 'N'.
               88  WK-SI-FIN-CLIENTE          VALUE 'S'.
           02  WK-LIMITE-CLIENTE       PIC 9(09)V99 VALUE ZERO.
           02  WK-EXPOSICION           PIC S9(11)V99 VALUE ZERO.
           02  WK-FS-EDRPTB            PIC XX    VALUE ZERO.
           02  WK-FS-EDRPTJ            PIC XX    VALUE ZERO.
           02  WK-PARM-ENCONTRADO      PIC X     VALUE 'N'.
               03  WK-TOT-RECHAZADOS       PIC 9(07) VALUE ZERO.
               03  WK-TOT-MONTO-CARGADO    PIC S9(13)V99 VALUE ZERO.
               03  WK-TOT-MONTO-RECHAZADO  PIC S9(13)V99 VALUE ZERO.
               03  WK-TOT-EXCESO           PIC 9(07) VALUE ZERO.
               03  WK-TOT-MONTO-EXCESO     PIC S9(13)V99 VALUE ZERO.

       01  WK-ENC-1.
           02  FILLER            PIC X(35) VALUE SPACE.
           02  FILLER            PIC X(13) VALUE 'FECHA INICIO'.
           02  FILLER            PIC X(07) VALUE 'PLAZO'.
           02  FILLER            PIC X(09) VALUE 'TASA'.
           02  FILLER            PIC X(11) VALUE 'EXCESO AUT.'.

       01  WK-ENC-R1.
           02  FILLER            PIC X(35) VALUE SPACE.
           02  WK-DET-PLAZO      PIC ZZZ9.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-TASA       PIC Z9.9999.
           02  FILLER            PIC X(2)  VALUE SPACE.
           02  WK-DET-EXCESO     PIC X(08).

       01  WK-RCH-LINEA.
           02  WK-RCH-CREDITO    PIC Z(11)9.
               MOVE 'S' TO WK-END-OF-FILE
               SET WK-SI-FALLA-INICIO TO TRUE
           END-IF.
           OPEN INPUT EDSEGU.
           IF WK-FS-EDSEGU = '00'
               MOVE 'S' TO WK-EDSEGU-ABIERTO
           ELSE
               DISPLAY 'AVISO: EDSEGU NO DISPONIBLE - STATUS '
                   WK-FS-EDSEGU ' - NO SE ACEPTAN EXCESOS DE LIMITE'
           END-IF.
           OPEN INPUT EDTASA.
           IF WK-FS-EDTASA = '00'
               MOVE 'S' TO WK-EDTASA-ABIERTO
           ELSE
               DISPLAY 'AVISO: EDTASA NO DISPONIBLE - STATUS '
                   WK-FS-EDTASA ' - SE RECHAZAN LOS CREDITOS DE '
                   'TASA VARIABLE'
           END-IF.
           OPEN OUTPUT EDRPTB.
           IF WK-FS-EDRPTB NOT = '00'
               DISPLAY 'ERROR AL ABRIR EDRPTB - STATUS ' WK-FS-EDRPTB
                   MOVE 'PLAZO INVALIDO' TO WK-MOTIVO-RECHAZO
               WHEN EDCA-TASA-INTERES-ANUAL NOT NUMERIC
                   MOVE 'TASA INVALIDA' TO WK-MOTIVO-RECHAZO
               WHEN EDCA-TIPO-TASA NOT = SPACE AND 'F' AND 'V'
                   MOVE 'TIPO DE TASA INVALIDO' TO WK-MOTIVO-RECHAZO
               WHEN EDCA-TIPO-TASA = 'V'
                AND (EDCA-INDICE-TASA = SPACE
                  OR EDCA-MARGEN-TASA NOT NUMERIC
                  OR EDCA-TASA-PISO NOT NUMERIC
                  OR EDCA-TASA-TECHO NOT NUMERIC)
                   MOVE 'TERMINOS DE TASA VARIABLE INVALIDOS'
                       TO WK-MOTIVO-RECHAZO
               WHEN EDCA-TIPO-TASA = 'V' AND EDCA-TASA-TECHO > ZERO
                AND EDCA-TASA-TECHO < EDCA-TASA-PISO
                   MOVE 'TECHO DE TASA MENOR QUE EL PISO'
                       TO WK-MOTIVO-RECHAZO
               WHEN OTHER
                   PERFORM 260-VALIDAR-CLIENTE
                   IF WK-SI-CARGA-VALIDA AND EDCA-TIPO-TASA = 'V'
                       PERFORM 265-VALIDAR-INDICE
                   END-IF
                   IF WK-SI-CARGA-VALIDA
                       PERFORM 270-VALIDAR-LIMITE
                   END-IF
           END-EVALUATE.

      *---- EL CLIENTE DEBE EXISTIR (Y ESTAR ACTIVO) EN EDAMCL -------*
                   END-IF
           END-READ.

      *---- EL INDICE DE UN CREDITO DE TASA VARIABLE DEBE TENER AL ---*
      *---- MENOS UNA TASA REGISTRADA EN EDTASA ----------------------*
       265-VALIDAR-INDICE.
           MOVE 'N' TO WK-CARGA-VALIDA.
           MOVE 'INDICE DE TASA NO EXISTE EN EDTASA'
               TO WK-MOTIVO-RECHAZO.
           IF WK-SI-EDTASA-ABIERTO
               MOVE EDCA-INDICE-TASA TO EDTA-INDICE
               MOVE ZERO TO EDTA-FECHA-VIGENCIA
               START EDTASA KEY IS NOT LESS THAN EDTA-LLAVE
                   INVALID KEY
                       MOVE HIGH-VALUES TO EDTA-INDICE
                   NOT INVALID KEY
                       READ EDTASA NEXT RECORD
                           AT END
                               MOVE HIGH-VALUES TO EDTA-INDICE
                       END-READ
               END-START
               IF EDTA-INDICE = EDCA-INDICE-TASA
                   MOVE 'S' TO WK-CARGA-VALIDA
                   MOVE SPACE TO WK-MOTIVO-RECHAZO
               END-IF
           END-IF.

      *---- LA EXPOSICION DEL CLIENTE (REG-EDMACL LEIDO EN 260) MAS --*
      *---- EL MONTO DEL CREDITO NO PUEDE PASAR DE SU LIMITE, NI SE --*
      *---- CARGA CON EL LIMITE VENCIDO O SIN LIMITE, SALVO QUE EL ---*
      *---- REGISTRO TRAIGA UN OPERADOR CON AUTORIDAD DE EXCESO ------*
       270-VALIDAR-LIMITE.
           MOVE 'N' TO WK-EXCESO-AUTORIZADO.
           IF EDCM-LIMITE-CREDITO NUMERIC
               MOVE EDCM-LIMITE-CREDITO TO WK-LIMITE-CLIENTE
           ELSE
               MOVE ZERO TO WK-LIMITE-CLIENTE
           END-IF.
           PERFORM 275-CALCULAR-EXPOSICION.
           EVALUATE TRUE
               WHEN WK-LIMITE-CLIENTE = ZERO
                   MOVE 'CLIENTE SIN LIMITE DE CREDITO'
                       TO WK-MOTIVO-RECHAZO
               WHEN EDCM-FECHA-VENCE-LIMITE NOT NUMERIC
               WHEN EDCM-FECHA-VENCE-LIMITE < WK-FECHA-PROCESO
                   MOVE 'LIMITE DE CREDITO VENCIDO'
                       TO WK-MOTIVO-RECHAZO
               WHEN WK-EXPOSICION + EDCA-MONTO-TOTAL
                    > WK-LIMITE-CLIENTE
                   MOVE 'EXCEDE LIMITE DE CREDITO'
                       TO WK-MOTIVO-RECHAZO
           END-EVALUATE.
           IF WK-MOTIVO-RECHAZO NOT = SPACE
               PERFORM 280-VALIDAR-EXCESO
           END-IF.

      *---- SUMAR EL SALDO DE LOS CREDITOS ACTIVOS DEL CLIENTE POR ---*
      *---- LA LLAVE ALTERNA DE EDAMCR (INCLUYE LOS YA CARGADOS EN ---*
      *---- ESTA MISMA CORRIDA) --------------------------------------*
       275-CALCULAR-EXPOSICION.
           MOVE ZERO TO WK-EXPOSICION.
           MOVE 'N' TO WK-FIN-CLIENTE.
           MOVE EDCA-CODIGO-CLIENTE TO EDMP-CODIGO-CLIENTE.
           START EDAMCR KEY IS NOT LESS THAN EDMP-CODIGO-CLIENTE
               INVALID KEY
                   MOVE 'S' TO WK-FIN-CLIENTE
           END-START.
           PERFORM 276-SUMAR-CREDITO-CLIENTE
               UNTIL WK-SI-FIN-CLIENTE.

       276-SUMAR-CREDITO-CLIENTE.
           READ EDAMCR NEXT RECORD
               AT END
                   MOVE 'S' TO WK-FIN-CLIENTE
           END-READ.
           IF NOT WK-SI-FIN-CLIENTE
               IF EDMP-CODIGO-CLIENTE NOT = EDCA-CODIGO-CLIENTE
                   MOVE 'S' TO WK-FIN-CLIENTE
               ELSE
                   IF EDMP-CREDITO-ACTIVO
                      AND EDMP-MARCA-ELIMINADO NOT = 'D'
                       ADD EDMP-SALDO-TOTAL TO WK-EXPOSICION
                   END-IF
               END-IF
           END-IF.

      *---- EL EXCESO SOLO SE ACEPTA SI EDCA-OPERADOR-EXCESO EXISTE --*
      *---- EN EDSEGU CON LA AUTORIDAD DE EXCESO DE LIMITE -----------*
       280-VALIDAR-EXCESO.
           MOVE 'N' TO WK-CARGA-VALIDA.
           IF EDCA-OPERADOR-EXCESO NOT = SPACE
               IF WK-SI-EDSEGU-ABIERTO
                   MOVE EDCA-OPERADOR-EXCESO TO EDSE-OPERADOR
                   READ EDSEGU
                       INVALID KEY
                           MOVE SPACE TO EDSE-AUT-EXCESO-LIMITE
                   END-READ
               ELSE
                   MOVE SPACE TO EDSE-AUT-EXCESO-LIMITE
               END-IF
               IF EDSE-PUEDE-EXCEDER-LIMITE
                   MOVE 'S' TO WK-CARGA-VALIDA
                   MOVE 'S' TO WK-EXCESO-AUTORIZADO
                   MOVE SPACE TO WK-MOTIVO-RECHAZO
               ELSE
                   MOVE 'OPERADOR SIN AUTORIDAD EXCESO'
                       TO WK-MOTIVO-RECHAZO
               END-IF
           END-IF.

      *--------- CREAR EL CREDITO EN EL MAESTRO: EL SALDO ABRE -------*
      *--------- IGUAL AL MONTO, ESTADO ACTIVO, SIN CUOTAS PAGADAS ---*
       300-CARGAR-CREDITO.
           MOVE WK-FECHA-PROCESO      TO EDMP-FECHA-ULT-CAMBIO.
           MOVE 'A'                   TO EDMP-ESTADO-CREDITO.
           MOVE ZERO                  TO EDMP-FECHA-CANCELACION.
           MOVE 'S'                   TO EDMP-SALDO-DESGLOSADO.
           MOVE EDCA-MONTO-TOTAL      TO EDMP-SALDO-CAPITAL.
           MOVE ZERO                  TO EDMP-SALDO-INTERES.
           MOVE ZERO                  TO EDMP-SALDO-MORA.
           IF EDCA-TIPO-TASA = 'V'
               MOVE 'V'                TO EDMP-TIPO-TASA
               MOVE EDCA-INDICE-TASA   TO EDMP-INDICE-TASA
               MOVE EDCA-MARGEN-TASA   TO EDMP-MARGEN-TASA
               MOVE EDCA-TASA-PISO     TO EDMP-TASA-PISO
               MOVE EDCA-TASA-TECHO    TO EDMP-TASA-TECHO
           ELSE
               MOVE 'F'                TO EDMP-TIPO-TASA
               MOVE SPACE              TO EDMP-INDICE-TASA
               MOVE ZERO               TO EDMP-MARGEN-TASA
                                          EDMP-TASA-PISO
                                          EDMP-TASA-TECHO
           END-IF.
           WRITE REG-EDMACR
               INVALID KEY
                   MOVE 'CREDITO YA EXISTE EN EDAMCR'
               PERFORM 350-GRABAR-MOVIMIENTO
               ADD 1 TO WK-TOT-CARGADOS
               ADD EDCA-MONTO-TOTAL TO WK-TOT-MONTO-CARGADO
               IF WK-SI-EXCESO-AUTORIZADO
                   ADD 1 TO WK-TOT-EXCESO
                   ADD EDCA-MONTO-TOTAL TO WK-TOT-MONTO-EXCESO
               END-IF
           END-IF.

      *---- GRABAR EN EDMOVS EL MOVIMIENTO DE APERTURA 'A' DEL -------*
           MOVE ZERO                TO EDMV-SALDO-ANTERIOR.
           MOVE EDMP-SALDO-TOTAL    TO EDMV-SALDO-NUEVO.
           MOVE EDMP-MONTO-TOTAL    TO EDMV-MONTO-MOVIMIENTO.
           MOVE 'S'                 TO EDMV-DESGLOSE.
           MOVE EDMP-MONTO-TOTAL    TO EDMV-MONTO-CAPITAL.
           MOVE ZERO                TO EDMV-MONTO-INTERES.
           MOVE ZERO                TO EDMV-MONTO-MORA.
           MOVE SPACE               TO EDMV-FILLER.
           WRITE REG-EDMOVC
               INVALID KEY
           MOVE EDMP-FECHA-INICIO-PRESTAMO TO WK-DET-FECHA.
           MOVE EDMP-PLAZO-MESES      TO WK-DET-PLAZO.
           MOVE EDMP-TASA-INTERES-ANUAL TO WK-DET-TASA.
           IF WK-SI-EXCESO-AUTORIZADO
               MOVE EDCA-OPERADOR-EXCESO TO WK-DET-EXCESO
           ELSE
               MOVE SPACE                TO WK-DET-EXCESO
           END-IF.
           MOVE WK-DET-LINEA          TO WK-LINEA-REPORTE.
           WRITE WK-LINEA-REPORTE.
           ADD 1 TO WK-NUM-LINEA.
           MOVE WK-TOT-MONTO-CARGADO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'CARGADOS CON EXCESO AUTORIZADO' TO WK-RES-TITULO
           MOVE WK-TOT-EXCESO TO WK-RES-CANTIDAD
           MOVE WK-TOT-MONTO-EXCESO TO WK-RES-SALDO
           MOVE WK-RES-LINEA TO WK-LINEA-REPORTE
           WRITE WK-LINEA-REPORTE.
           MOVE 'REGISTROS RECHAZADOS'           TO WK-RES-TITULO
           MOVE WK-TOT-RECHAZADOS TO WK-RES-CANTIDAD
           MOVE WK-TOT-MONTO-RECHAZADO TO WK-RES-SALDO
           CLOSE EDCARGA.
           CLOSE EDAMCR.
           CLOSE EDAMCL.
           IF WK-SI-EDSEGU-ABIERTO
               CLOSE EDSEGU
           END-IF.
           CLOSE EDCKPT.
           CLOSE EDMOVS.
           IF WK-SI-EDTASA-ABIERTO
               CLOSE EDTASA
           END-IF.
           CLOSE EDRPTB.
           CLOSE EDRPTJ.
           CLOSE EDRUNC.
