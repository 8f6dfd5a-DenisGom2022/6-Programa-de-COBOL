      * PROGRAMA    : EDGD1CL9                                         *
      * TIPO        : EN LINEA                                         *
      * DESCRIPCION : ALTA (NUEVO CREDITO) Y CAMBIO (EDICION DE        *
      *             : TERMINOS) DE UN CREDITO DEL MAESTRO EDAMCR.      *
      *             : UN CREDITO DE TASA VARIABLE ('V') LLEVA SU       *
      *             : INDICE DE EDTASA, MARGEN, PISO Y TECHO; SU TASA  *
      *             : LA REPRECIA CADA MES EL PROCESO EDBD1CLO.        *
      *             : EL ALTA Y EL CAMBIO QUE SUBE EL MONTO VERIFICAN  *
      *             : QUE LA EXPOSICION DEL CLIENTE (SALDOS DE SUS     *
      *             : CREDITOS ACTIVOS MAS EL AUMENTO) NO PASE DE SU   *
      *             : LIMITE VIGENTE EN EDAMCL; EL EXCESO SOLO LO      *
      *             : AUTORIZA UN OPERADOR CON EDSE-AUT-EXCESO-LIMITE  *
      *             : MARCANDO 'S' EN LA PANTALLA Y QUEDA EN EDAUD     *
      *             : CON TRANID DESTINO 'LIMI'                        *
      * ARCHIVOS    : EDAMCR, EDMOVS (SALIDA - MOVIMIENTOS),           *
      *             : EDAMCL (SOLO LECTURA - LIMITE DEL CLIENTE),      *
      *             : EDTASA (SOLO LECTURA - INDICES DE TASA),         *
      *             : EDSEGU (SEGURIDAD), EDAUD (AUDITORIA)            *
      * ACCION (ES) : A=ALTA, M=CAMBIO (SEGUN PERFIL EDSEGU)           *
      * PROGRAMA(S) : XCTL - EDGD1CLQ                                  *
       COPY EDCL9.
       COPY DFHAID.
       COPY EDMACR.
       COPY EDMACL.
       COPY EDMOVC.
       COPY EDTASA.
       COPY EDSEGU.
       COPY EDAUD.
       COPY DFHBMSCA.
           02 WK-HORA-MOV              PIC 9(06).
           02 WK-MONTO-ANTERIOR        PIC S9(9)V99.
           02 WK-OPERADOR-LEIDO        PIC X(8).
           02 WK-TASA-LLAVE            PIC X(16).
           02 WK-FUNCION-SOLICITADA    PIC X.
           02 WK-AUTORIZADO            PIC X.
               88 WK-SI-AUTORIZADO         VALUE 'S'.
           02 WK-CLIENTE-LEIDO         PIC 9(8).
           02 WK-CLIENTE-LIMITE        PIC 9(8).
           02 WK-AUMENTO-EXPOSICION    PIC S9(9)V99.
           02 WK-EXPOSICION            PIC S9(11)V99.
           02 WK-LIMITE-CLIENTE        PIC 9(9)V99.
           02 WK-FIN-BROWSE            PIC X.
               88 WK-SI-FIN-BROWSE         VALUE 'S'.
           02 WK-LIMITE-VALIDO         PIC X.
               88 WK-SI-LIMITE-OK          VALUE 'S'.
           02 WK-EXCESO-AUTORIZADO     PIC X.
               88 WK-SI-EXCESO-AUTORIZADO  VALUE 'S'.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
                        EDMP-NUMERO-CUOTAS-PAGADAS
                        EDMP-FECHA-ULTIMO-PAGO.
           MOVE SPACE TO EDMP-MARCA-ELIMINADO.
           MOVE 'F' TO EDMP-TIPO-TASA.
           PERFORM 220-MOSTRAR-CREDITO.
           MOVE 'A' TO EDCL9-ACCIONO.
           MOVE SPACE TO EDCL9-MENSAJEO.
           MOVE EDMP-FECHA-INICIO-PRESTAMO TO EDCL9-FECHA-INICIOO.
           MOVE EDMP-PLAZO-MESES           TO EDCL9-PLAZOO.
           MOVE EDMP-TASA-INTERES-ANUAL    TO EDCL9-TASAO.
           IF EDMP-TASA-VARIABLE
               MOVE 'V'                    TO EDCL9-TIPO-TASAO
               MOVE EDMP-INDICE-TASA       TO EDCL9-INDICEO
               MOVE EDMP-MARGEN-TASA       TO EDCL9-MARGENO
               MOVE EDMP-TASA-PISO         TO EDCL9-PISOO
               MOVE EDMP-TASA-TECHO        TO EDCL9-TECHOO
           ELSE
               MOVE 'F'                    TO EDCL9-TIPO-TASAO
               MOVE SPACE                  TO EDCL9-INDICEO
               MOVE ZERO                   TO EDCL9-MARGENO
                                              EDCL9-PISOO
                                              EDCL9-TECHOO
           END-IF.
           MOVE SPACE                      TO EDCL9-EXCESOO.

      *----------------- PROCESAR ACCION DEL USUARIO ------------------*
       300-PROCESAR-ACCION.
                       MOVE 'A' TO WK-FUNCION-SOLICITADA
                       PERFORM 360-VERIFICAR-AUTORIZACION
                       IF WK-SI-AUTORIZADO
                           MOVE EDCL9-COD-CLIENTEI TO WK-CLIENTE-LIMITE
                           MOVE EDCL9-MONTO-TOTALI
                               TO WK-AUMENTO-EXPOSICION
                           PERFORM 370-VERIFICAR-LIMITE
                       END-IF
                       IF WK-SI-AUTORIZADO AND WK-SI-LIMITE-OK
                           PERFORM 320-GRABAR-ALTA
                       END-IF
                   WHEN 'M'
                       MOVE 'M' TO WK-FUNCION-SOLICITADA
                       PERFORM 360-VERIFICAR-AUTORIZACION
                       IF WK-SI-AUTORIZADO
                           PERFORM 372-AUMENTO-DEL-CAMBIO
                       END-IF
                       IF WK-SI-AUTORIZADO AND WK-SI-LIMITE-OK
                           PERFORM 330-GRABAR-CAMBIO
                       END-IF
                   WHEN OTHER
                   TO EDCL9-MENSAJEO
               MOVE 'N' TO WK-CAMPOS-VALIDOS
           END-IF.
           IF WK-CAMPOS-OK AND EDCL9-ACCIONI = 'A'
               PERFORM 312-VALIDAR-CLIENTE
           END-IF.
           IF WK-CAMPOS-OK AND EDCL9-EXCESOI NOT = SPACE AND 'S' AND 'N'
               MOVE 'AUTORIZAR EXCESO DEBE SER S, N O BLANCO'
                   TO EDCL9-MENSAJEO
               MOVE 'N' TO WK-CAMPOS-VALIDOS
           END-IF.
           IF WK-CAMPOS-OK AND EDCL9-TIPO-TASAI = SPACE
               MOVE 'F' TO EDCL9-TIPO-TASAI
           END-IF.
           IF WK-CAMPOS-OK AND EDCL9-TIPO-TASAI NOT = 'F' AND 'V'
               MOVE 'TIPO DE TASA DEBE SER F (FIJA) O V (VARIABLE)'
                   TO EDCL9-MENSAJEO
               MOVE 'N' TO WK-CAMPOS-VALIDOS
           END-IF.
           IF WK-CAMPOS-OK AND EDCL9-TIPO-TASAI = 'V'
               PERFORM 315-VALIDAR-TASA-VARIABLE
           END-IF.

      *----- EL CLIENTE DEL ALTA DEBE EXISTIR (Y ESTAR ACTIVO) EN -----*
      *----- EL MAESTRO DE CLIENTES EDAMCL, COMO EN LA CARGA EDBD1CLB -*
       312-VALIDAR-CLIENTE.
           MOVE EDCL9-COD-CLIENTEI TO WK-CLIENTE-LEIDO.
           EXEC CICS
                READ
                FILE('EDP3CL')
                RIDFLD(WK-CLIENTE-LEIDO)
                INTO(REG-EDMACL)
                NOHANDLE
           END-EXEC.
           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   IF EDCM-CLIENTE-INACTIVO
                       MOVE 'EL CLIENTE ESTA INACTIVO EN EDAMCL'
                           TO EDCL9-MENSAJEO
                       MOVE 'N' TO WK-CAMPOS-VALIDOS
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE 'EL CLIENTE NO EXISTE EN EDAMCL'
                       TO EDCL9-MENSAJEO
                   MOVE 'N' TO WK-CAMPOS-VALIDOS
               WHEN OTHER
                   MOVE 'OCURRIO UN ERROR AL LEER EL CLIENTE'
                       TO EDCL9-MENSAJEO
                   MOVE 'N' TO WK-CAMPOS-VALIDOS
           END-EVALUATE.

      *----- TASA VARIABLE: EL INDICE DEBE TENER TASAS EN EDTASA Y ----*
      *----- EL TECHO (SI SE INDICA) NO PUEDE SER MENOR QUE EL PISO ---*
       315-VALIDAR-TASA-VARIABLE.
           IF EDCL9-TECHOI > ZERO AND EDCL9-TECHOI < EDCL9-PISOI
               MOVE 'EL TECHO DE TASA NO PUEDE SER MENOR QUE EL PISO'
                   TO EDCL9-MENSAJEO
               MOVE 'N' TO WK-CAMPOS-VALIDOS
           END-IF.
           IF WK-CAMPOS-OK
               MOVE EDCL9-INDICEI TO WK-TASA-LLAVE
               EXEC CICS
                    READ
                    FILE('EDTASA')
                    RIDFLD(WK-TASA-LLAVE)
                    KEYLENGTH(8)
                    GENERIC
                    INTO(REG-EDTASA)
                    NOHANDLE
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'INDICE DE TASA NO REGISTRADO EN EDTASA'
                       TO EDCL9-MENSAJEO
                   MOVE 'N' TO WK-CAMPOS-VALIDOS
               END-IF
           END-IF.

      *---------------- GRABAR UN CREDITO NUEVO (ALTA) -----------------*
      *---- 215-OBTENER-SIGUIENTE-LLAVE SE RECALCULA DENTRO DEL ENQ ---*
               MOVE SPACE                      TO EDMP-MARCA-ELIMINADO
               MOVE 'A'                        TO EDMP-ESTADO-CREDITO
               MOVE ZERO                   TO EDMP-FECHA-CANCELACION
               MOVE 'S'                        TO EDMP-SALDO-DESGLOSADO
               MOVE EDCL9-MONTO-TOTALI         TO EDMP-SALDO-CAPITAL
               MOVE ZERO                       TO EDMP-SALDO-INTERES
               MOVE ZERO                       TO EDMP-SALDO-MORA
               PERFORM 335-MOVER-TERMINOS-TASA
               MOVE EIBTRMID                   TO EDMP-USUARIO-ULT-CAMBIO
               MOVE WK-FECHA-SISTEMA           TO EDMP-FECHA-ULT-CAMBIO
               EXEC CICS
           IF WK-SI-ALTA-GRABADA
               MOVE 'CREDITO CREADO SATISFACTORIAMENTE' TO EDCL9-MENSAJEO
               MOVE 'M' TO EDCL9-ACCIONO
               IF WK-SI-EXCESO-AUTORIZADO
                   MOVE 'CREADO CON EXCESO DE LIMITE AUTORIZADO'
                       TO EDCL9-MENSAJEO
                   PERFORM 380-REGISTRAR-EXCESO
               END-IF
           ELSE
               MOVE 'OCURRIO UN ERROR AL CREAR EL CREDITO'
                   TO EDCL9-MENSAJEO
               MOVE EDCL9-FECHA-INICIOI TO EDMP-FECHA-INICIO-PRESTAMO
               MOVE EDCL9-PLAZOI        TO EDMP-PLAZO-MESES
               MOVE EDCL9-TASAI         TO EDMP-TASA-INTERES-ANUAL
               PERFORM 335-MOVER-TERMINOS-TASA
               MOVE EIBTRMID            TO EDMP-USUARIO-ULT-CAMBIO
               MOVE WK-FECHA-SISTEMA    TO EDMP-FECHA-ULT-CAMBIO
               EXEC CICS
                   MOVE 'CREDITO ACTUALIZADO SATISFACTORIAMENTE'
                       TO EDCL9-MENSAJEO
                   PERFORM 340-GRABAR-MOVIMIENTO
                   IF WK-SI-EXCESO-AUTORIZADO
                       MOVE 'CAMBIO CON EXCESO DE LIMITE AUTORIZADO'
                           TO EDCL9-MENSAJEO
                       PERFORM 380-REGISTRAR-EXCESO
                   END-IF
               ELSE
                   MOVE 'OCURRIO UN ERROR AL ACTUALIZAR EL CREDITO'
                       TO EDCL9-MENSAJEO
               PERFORM 220-MOSTRAR-CREDITO
           END-IF.

      *---- PASAR AL CREDITO LOS TERMINOS DE TASA DE LA PANTALLA; ----*
      *---- UN CREDITO DE TASA FIJA NO CONSERVA INDICE NI LIMITES -----*
       335-MOVER-TERMINOS-TASA.
           IF EDCL9-TIPO-TASAI = 'V'
               MOVE 'V'                 TO EDMP-TIPO-TASA
               MOVE EDCL9-INDICEI       TO EDMP-INDICE-TASA
               MOVE EDCL9-MARGENI       TO EDMP-MARGEN-TASA
               MOVE EDCL9-PISOI         TO EDMP-TASA-PISO
               MOVE EDCL9-TECHOI        TO EDMP-TASA-TECHO
           ELSE
               MOVE 'F'                 TO EDMP-TIPO-TASA
               MOVE SPACE               TO EDMP-INDICE-TASA
               MOVE ZERO                TO EDMP-MARGEN-TASA
                                           EDMP-TASA-PISO
                                           EDMP-TASA-TECHO
           END-IF.

      *---- GRABAR EN EDMOVS EL MOVIMIENTO DEL CAMBIO DE TERMINOS ----*
      *---- (EL SALDO NO CAMBIA PERO EL MONTO TOTAL SI PUEDE; SE -----*
      *---- GUARDA LA DIFERENCIA DE MONTO COMO MONTO-MOVIMIENTO). ----*
      *---- COMO LOS COMPONENTES DEL SALDO NO SE MUEVEN, EL ----------*
      *---- MOVIMIENTO VA SIN DESGLOSE -------------------------------*
      *---- LA SECUENCIA SE TOMA DE EIBTASKN, IGUAL QUE EN LA --------*
      *---- AUDITORIA DE EDGD1CLQ --------------------------------*
       340-GRABAR-MOVIMIENTO.
           MOVE EDMP-SALDO-TOTAL    TO EDMV-SALDO-NUEVO.
           COMPUTE EDMV-MONTO-MOVIMIENTO =
               EDMP-MONTO-TOTAL - WK-MONTO-ANTERIOR.
           MOVE SPACE               TO EDMV-DESGLOSE.
           MOVE ZERO                TO EDMV-MONTO-CAPITAL.
           MOVE ZERO                TO EDMV-MONTO-INTERES.
           MOVE ZERO                TO EDMV-MONTO-MORA.
           MOVE SPACE               TO EDMV-FILLER.
           EXEC CICS
                WRITE
                FILE('EDMOVS')
                NOHANDLE
           END-EXEC.

      *---- LIMITE DE CREDITO DEL CLIENTE WK-CLIENTE-LIMITE: LA ------*
      *---- EXPOSICION (SALDOS DE SUS CREDITOS ACTIVOS) MAS EL --------*
      *---- AUMENTO WK-AUMENTO-EXPOSICION NO PUEDE PASAR DEL LIMITE, --*
      *---- NI SE PRESTA CON EL LIMITE VENCIDO O SIN LIMITE. EL -------*
      *---- OPERADOR CON AUTORIDAD DE EXCESO (REG-EDSEGU YA LEIDO EN --*
      *---- 360) LO AUTORIZA MARCANDO 'S' EN EDCL9-EXCESOI; UNA -------*
      *---- MARCA SIN AUTORIDAD QUEDA COMO INTENTO DENEGADO -----------*
       370-VERIFICAR-LIMITE.
           MOVE 'S' TO WK-LIMITE-VALIDO.
           MOVE 'N' TO WK-EXCESO-AUTORIZADO.
           MOVE WK-CLIENTE-LIMITE TO WK-CLIENTE-LEIDO.
           EXEC CICS
                READ
                FILE('EDP3CL')
                RIDFLD(WK-CLIENTE-LEIDO)
                INTO(REG-EDMACL)
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'EL CLIENTE NO EXISTE EN EDAMCL' TO EDCL9-MENSAJEO
               MOVE 'N' TO WK-LIMITE-VALIDO
           ELSE
               IF EDCM-LIMITE-CREDITO NUMERIC
                   MOVE EDCM-LIMITE-CREDITO TO WK-LIMITE-CLIENTE
               ELSE
                   MOVE ZERO TO WK-LIMITE-CLIENTE
               END-IF
               PERFORM 375-CALCULAR-EXPOSICION
               EVALUATE TRUE
                   WHEN WK-LIMITE-CLIENTE = ZERO
                       MOVE 'EL CLIENTE NO TIENE LIMITE DE CREDITO'
                           TO EDCL9-MENSAJEO
                       MOVE 'N' TO WK-LIMITE-VALIDO
                   WHEN EDCM-FECHA-VENCE-LIMITE NOT NUMERIC
                   WHEN EDCM-FECHA-VENCE-LIMITE < WK-FECHA-SISTEMA
                       MOVE 'EL LIMITE DE CREDITO DEL CLIENTE VENCIO'
                           TO EDCL9-MENSAJEO
                       MOVE 'N' TO WK-LIMITE-VALIDO
                   WHEN WK-EXPOSICION + WK-AUMENTO-EXPOSICION
                        > WK-LIMITE-CLIENTE
                       MOVE 'EXCEDE EL LIMITE DE CREDITO DEL CLIENTE'
                           TO EDCL9-MENSAJEO
                       MOVE 'N' TO WK-LIMITE-VALIDO
               END-EVALUATE
               IF NOT WK-SI-LIMITE-OK
                   PERFORM 378-AUTORIZAR-EXCESO
               END-IF
           END-IF.

      *---- CAMBIO: SOLO SE VERIFICA EL LIMITE SI EL MONTO NUEVO ------*
      *---- SUPERA AL GRABADO; EL AUMENTO ES LA DIFERENCIA ------------*
       372-AUMENTO-DEL-CAMBIO.
           MOVE 'S' TO WK-LIMITE-VALIDO.
           MOVE 'N' TO WK-EXCESO-AUTORIZADO.
           MOVE WK-SEL-ENVIAR(1) TO WK-CREDITO-ACTUAL.
           EXEC CICS
                READ
                FILE('EDP3CR')
                RIDFLD(WK-CREDITO-ACTUAL)
                INTO(REG-EDMACR)
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
              AND EDCL9-MONTO-TOTALI > EDMP-MONTO-TOTAL
               MOVE EDMP-CODIGO-CLIENTE TO WK-CLIENTE-LIMITE
               COMPUTE WK-AUMENTO-EXPOSICION =
                   EDCL9-MONTO-TOTALI - EDMP-MONTO-TOTAL
               PERFORM 370-VERIFICAR-LIMITE
           END-IF.

      *---- SUMAR EL SALDO DE LOS CREDITOS ACTIVOS DEL CLIENTE, -------*
      *---- RECORRIENDO EDP3CR (ALTERNO POR EDMP-CODIGO-CLIENTE) ------*
      *---- DESDE SU PRIMER CREDITO -----------------------------------*
       375-CALCULAR-EXPOSICION.
           MOVE ZERO TO WK-EXPOSICION.
           MOVE 'N' TO WK-FIN-BROWSE.
           MOVE WK-CLIENTE-LIMITE TO WK-CLIENTE-LEIDO.
           EXEC CICS
                STARTBR
                FILE('EDP3CR')
                RIDFLD(WK-CLIENTE-LEIDO)
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
               PERFORM 376-SUMAR-UN-CREDITO
                   UNTIL WK-SI-FIN-BROWSE
               EXEC CICS
                    ENDBR
                    FILE('EDP3CR')
                    NOHANDLE
               END-EXEC
           END-IF.

       376-SUMAR-UN-CREDITO.
           EXEC CICS
                READNEXT
                FILE('EDP3CR')
                RIDFLD(WK-CLIENTE-LEIDO)
                INTO(REG-EDMACR)
                NOHANDLE
           END-EXEC.
           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
               WHEN DFHRESP(DUPKEY)
                   IF EDMP-CODIGO-CLIENTE NOT = WK-CLIENTE-LIMITE
                       MOVE 'S' TO WK-FIN-BROWSE
                   ELSE
                       IF EDMP-CREDITO-ACTIVO
                          AND EDMP-MARCA-ELIMINADO NOT = 'D'
                           ADD EDMP-SALDO-TOTAL TO WK-EXPOSICION
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'S' TO WK-FIN-BROWSE
           END-EVALUATE.

      *---- EXCESO SOBRE EL LIMITE: SOLO PROCEDE CON LA MARCA 'S' DE --*
      *---- UN OPERADOR CON LA AUTORIDAD; AL OPERADOR CON AUTORIDAD --*
      *---- QUE NO MARCO SE LE PIDE LA MARCA --------------------------*
       378-AUTORIZAR-EXCESO.
           EVALUATE TRUE
               WHEN EDCL9-EXCESOI = 'S' AND EDSE-PUEDE-EXCEDER-LIMITE
                   MOVE 'S' TO WK-LIMITE-VALIDO
                   MOVE 'S' TO WK-EXCESO-AUTORIZADO
               WHEN EDCL9-EXCESOI = 'S'
                   MOVE 'OPERADOR NO AUTORIZADO A EXCEDER LIMITE'
                       TO EDCL9-MENSAJEO
                   PERFORM 365-REGISTRAR-DENEGACION
               WHEN EDSE-PUEDE-EXCEDER-LIMITE
                   MOVE 'LIMITE EXCEDIDO/VENCIDO - AUTORICE CON S'
                       TO EDCL9-MENSAJEO
           END-EVALUATE.

      *---- REGISTRAR EN EDAUD EL EXCESO DE LIMITE AUTORIZADO ---------*
      *---- (TRANID DESTINO 'LIMI') CON EL CREDITO GRABADO ------------*
       380-REGISTRAR-EXCESO.
           MOVE WK-FECHA-SISTEMA TO EDAU-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDAU-HORA.
           MOVE EIBTRMID TO EDAU-TERMINAL.
           MOVE EIBTASKN TO EDAU-SECUENCIA.
           MOVE EIBOPID TO EDAU-OPERADOR.
           MOVE EIBTRNID TO EDAU-TRANID-ORIGEN.
           MOVE 'LIMI' TO EDAU-TRANID-DESTINO.
           MOVE WK-NOMBRE-PROGRAMA TO EDAU-PROGRAMA-DESTINO.
           MOVE ZERO TO EDAU-CREDITOS-SELECCION-GRUPO.
           MOVE EDMP-LLAVE TO EDAU-CREDITOS-SELECCION(1).
           MOVE 1 TO EDAU-CANTIDAD-SELECCION.
           EXEC CICS
                WRITE
                FILE('EDAUD')
                FROM(REG-EDAUD)
                RIDFLD(EDAU-LLAVE)
                NOHANDLE
           END-EXEC.

       999-REGRESAR-BROWSER.
           EXEC CICS
                XCTL
