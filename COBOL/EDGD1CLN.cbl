      ******************************************************************
      * FECHA       : 10/15/2026                                       *
      * PROGRAMADOR : DENIS GOMEZ                                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDGD1CLN                                         *
      * TIPO        : EN LINEA                                         *
      * DESCRIPCION : APROBACION O RECHAZO DE LAS SOLICITUDES          *
      *             : PENDIENTES DEL ARCHIVO EDAPRO (DOBLE CONTROL).   *
      *             : LAS SOLICITUDES LAS DEJAN EDGD1CL3 (RESTAURAR Y  *
      *             : CASTIGAR), EDGD1CLW (PARAMETROS) Y EDGD1CLU      *
      *             : (PERFILES DE SEGURIDAD); SOLO AL APROBARLAS SE   *
      *             : APLICA EL CAMBIO Y SE GRABAN EDMOVS / EDAUD.     *
      *             : QUIEN APRUEBA DEBE SER DISTINTO DE QUIEN         *
      *             : SOLICITA, TENER EN EDSEGU LA MISMA AUTORIDAD     *
      *             : DE LA FUNCION Y NO SER EL OPERADOR DEL PERFIL    *
      *             : SOLICITADO. UNA SOLICITUD CON MAS DIAS DE        *
      *             : ESPERA QUE EL PARAMETRO APRODIAS (5 POR          *
      *             : OMISION) QUEDA VENCIDA ('V') Y YA NO SE APLICA.  *
      *             : CON PF5 SE RECORREN LAS SOLICITUDES PENDIENTES   *
      * ARCHIVOS    : EDAPRO (ACTUALIZA), EDAMCR (ACTUALIZA), EDMOVS   *
      *             : (SALIDA), EDPARM (ACTUALIZA), EDSEGU (ACTUALIZA),*
      *             : EDAUD (AUDITORIA)                                *
      * ACCION (ES) : A=APROBAR, R=RECHAZAR (SOLO TRANSACCION EDPN)    *
      * PROGRAMA(S) : XCTL - EDGD1CLQ                                  *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 10/15/2026                                       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDGD1CLN.
       AUTHOR. DENISGOM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS 'Q ' WITH PICTURE SYMBOL 'Q'.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY EDCLN.
       COPY DFHAID.
       COPY EDAPRO.
       COPY EDMACR.
       COPY EDMOVC.
       COPY EDPARM.
       COPY EDSEGU.
       COPY EDAUD.
       COPY DFHBMSCA.
       01 WK-CAMPOS-DE-TRABAJO.
           02 WK-NOMBRE-PROGRAMA        PIC X(8) VALUE 'EDGD1CLN'.
           02 WK-SISTEMA.
               03 WK-FECHA-SISTEMA        PIC 9(08) VALUE ZERO.
               03 WK-HORA-SISTEMA.
                   04 WK-HH-SISTEMA       PIC 99.
                   04 WK-MM-SISTEMA       PIC 99.
           02 WK-PRN-HORA.
               03 WK-PRN-HH           PIC 99.
               03 FILLER              PIC X VALUE ':'.
               03 WK-PRN-MM           PIC 99.
           02 WK-COM-APR.
               03 WK-APR-LLAVE.
                   04 WK-APR-FECHA    PIC 9(08).
                   04 WK-APR-HORA     PIC 9(06).
                   04 WK-APR-SECUENCIA PIC 9(07).
           02 WK-LLAVE-BROWSE.
               03 WK-BRW-FECHA        PIC 9(08).
               03 WK-BRW-HORA         PIC 9(06).
               03 WK-BRW-SECUENCIA    PIC 9(07).
           02 WK-CREDITO-ACTUAL        PIC 9(12).
           02 WK-PAR-LLAVE             PIC X(8).
           02 WK-PAR-VENCE             PIC X(8) VALUE 'APRODIAS'.
           02 WK-OPERADOR-LEIDO        PIC X(8).
           02 WK-OPERADOR-PROPIO       PIC X(8).
           02 WK-OPERADOR-PERFIL       PIC X(8).
           02 WK-HORA-MOV              PIC 9(06).
           02 WK-TIPO-MOVIMIENTO       PIC X.
           02 WK-DIAS-VENCE            PIC 9(05) VALUE 5.
           02 WK-DIAS-ESPERA           PIC S9(07) VALUE ZERO.
           02 WK-CAMPOS-VALIDOS        PIC X.
               88 WK-CAMPOS-OK             VALUE 'S'.
           02 WK-AUTORIZADO            PIC X.
               88 WK-SI-AUTORIZADO         VALUE 'S'.
           02 WK-APLICADO              PIC X.
               88 WK-SI-APLICADO           VALUE 'S'.
           02 WK-ENCONTRADA            PIC X.
               88 WK-SI-ENCONTRADA         VALUE 'S'.
           02 WK-FIN-BROWSE            PIC X.
               88 WK-FIN-SOLICITUDES       VALUE 'S'.
      *------ LINEAS DE DETALLE DE LA SOLICITUD EN PANTALLA -----------*
           02 WK-DET-CREDITO.
               03 FILLER              PIC X(09) VALUE 'CREDITO: '.
               03 WK-DETC-CREDITO     PIC 9(12).
               03 FILLER              PIC X(39) VALUE SPACE.
           02 WK-DET-PARAMETRO.
               03 FILLER              PIC X(11) VALUE 'PARAMETRO: '.
               03 WK-DETP-LLAVE       PIC X(08).
               03 FILLER              PIC X(08) VALUE '  VALOR:'.
               03 WK-DETP-VALOR       PIC ZZZ,ZZZ,ZZ9.9999.
               03 FILLER              PIC X(16) VALUE SPACE.
           02 WK-DET-SEGURIDAD.
               03 FILLER              PIC X(10) VALUE 'OPERADOR: '.
               03 WK-DETS-OPERADOR    PIC X(08).
               03 FILLER              PIC X(01) VALUE SPACE.
               03 WK-DETS-NOMBRE      PIC X(30).
               03 FILLER              PIC X(11) VALUE SPACE.
           02 WK-DET-ACCION.
               03 FILLER              PIC X(08) VALUE 'ACCION: '.
               03 WK-DETA-ACCION      PIC X(06).
               03 FILLER              PIC X(02) VALUE SPACE.
               03 WK-DETA-TEXTO       PIC X(44).
           02 WK-DET-AUTORIDADES.
               03 FILLER              PIC X(04) VALUE 'ACC:'.
               03 WK-DETU-ACCION      PIC X(06).
               03 FILLER              PIC X(04) VALUE ' CO:'.
               03 WK-DETU-CONSULTA    PIC X.
               03 FILLER              PIC X(04) VALUE ' AL:'.
               03 WK-DETU-ALTA        PIC X.
               03 FILLER              PIC X(04) VALUE ' CA:'.
               03 WK-DETU-CAMBIO      PIC X.
               03 FILLER              PIC X(04) VALUE ' RE:'.
               03 WK-DETU-RESTAURAR   PIC X.
               03 FILLER              PIC X(04) VALUE ' PA:'.
               03 WK-DETU-PARAMETROS  PIC X.
               03 FILLER              PIC X(04) VALUE ' PG:'.
               03 WK-DETU-PAGOS       PIC X.
               03 FILLER              PIC X(04) VALUE ' CS:'.
               03 WK-DETU-CASTIGO     PIC X.
               03 FILLER              PIC X(04) VALUE ' EX:'.
               03 WK-DETU-EXTORNO     PIC X.
               03 FILLER              PIC X(04) VALUE ' SE:'.
               03 WK-DETU-SEGURIDAD   PIC X.
               03 FILLER              PIC X(04) VALUE ' LI:'.
               03 WK-DETU-LIMITE      PIC X.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           02 LNK-LARGO   PIC X OCCURS 0 TO 600 DEPENDING ON EIBCALEN.

       PROCEDURE DIVISION.
       MIAN.
           PERFORM 050-OBTENER-FECHA.
           IF EIBCALEN NOT = 0
               MOVE DFHCOMMAREA TO WK-COM-APR
           END-IF.
      *---------- EVALUAR TECLA PRESIONADA
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   MOVE ZERO TO WK-APR-LLAVE
                   PERFORM 240-SIGUIENTE-SOLICITUD
                   PERFORM 060-ENVIAR-DATOS
                   PERFORM 070-REGRESAR-TRAN
               WHEN EIBAID = DFHENTER
                   PERFORM 100-RECIBIR-MAPA
                   PERFORM 300-PROCESAR-ACCION
                   PERFORM 060-ENVIAR-DATOS
                   PERFORM 070-REGRESAR-TRAN
               WHEN EIBAID = DFHPF5
                   PERFORM 100-RECIBIR-MAPA
                   PERFORM 240-SIGUIENTE-SOLICITUD
                   PERFORM 060-ENVIAR-DATOS
                   PERFORM 070-REGRESAR-TRAN
               WHEN EIBAID = DFHPF3
                   PERFORM 999-REGRESAR-BROWSER
               WHEN OTHER
                   MOVE 'TECLA INVALIDA' TO EDCLN-MENSAJEO
                   PERFORM 060-ENVIAR-DATOS
                   PERFORM 070-REGRESAR-TRAN
           END-EVALUATE.

       050-OBTENER-FECHA.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WK-SISTEMA.
           MOVE WK-FECHA-SISTEMA TO EDCLN-FECHAO.
           MOVE WK-HH-SISTEMA TO WK-PRN-HH.
           MOVE WK-MM-SISTEMA TO WK-PRN-MM.
           MOVE WK-PRN-HORA TO EDCLN-HORAO.

      *--------------- ENVIAR DATOS AL MAPA -------------*
       060-ENVIAR-DATOS.
           EXEC CICS
                SEND MAP('EDCLN')
                MAPSET('EDCLN')
                ERASE
                NOHANDLE
           END-EXEC.

      *------------- REGRESAR CONTROL A TRANSACCION -----------*
      *------------- EDPN ES LA TRANSACCION RESERVADA DE ------*
      *------------- APROBACION DE SOLICITUDES -----------------*
       070-REGRESAR-TRAN.
           EXEC CICS
                RETURN
                TRANSID('EDPN')
                COMMAREA(WK-COM-APR)
           END-EXEC.

      *------------ RECIBIR DATOS DEL MAPA -----------*
       100-RECIBIR-MAPA.
           EXEC CICS
                RECEIVE MAP('EDCLN')
                MAPSET('EDCLN')
           END-EXEC.

      *---- LEER DE EDPARM LOS DIAS DE ESPERA PERMITIDOS (APRODIAS); --*
      *---- SIN PARAMETRO SE CONSERVA EL VALOR POR OMISION ------------*
       150-LEER-DIAS-VENCE.
           EXEC CICS
                READ
                FILE('EDPARM')
                RIDFLD(WK-PAR-VENCE)
                INTO(REG-EDPARM)
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL) AND EDPA-VALOR > ZERO
               MOVE EDPA-VALOR TO WK-DIAS-VENCE
           END-IF.

      *---------- DIAS TRANSCURRIDOS DESDE LA SOLICITUD ---------------*
       160-CALCULAR-ESPERA.
           COMPUTE WK-DIAS-ESPERA =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-SISTEMA)
               - FUNCTION INTEGER-OF-DATE(EDAP-FECHA-SOLICITUD).

      *---------- PANTALLA SIN SOLICITUD ------------------------------*
       200-LIMPIAR-PANTALLA.
           MOVE ZERO  TO EDCLN-SOL-FECHAO.
           MOVE ZERO  TO EDCLN-SOL-HORAO.
           MOVE ZERO  TO EDCLN-SOL-SECUENCIAO.
           MOVE SPACE TO EDCLN-TIPOO.
           MOVE SPACE TO EDCLN-TIPO-DESCO.
           MOVE SPACE TO EDCLN-ESTADOO.
           MOVE SPACE TO EDCLN-SOLICITANTEO.
           MOVE SPACE TO EDCLN-TERMINALO.
           MOVE SPACE TO EDCLN-PROGRAMAO.
           MOVE SPACE TO EDCLN-DETALLE1O.
           MOVE SPACE TO EDCLN-DETALLE2O.
           MOVE SPACE TO EDCLN-ACCIONO.
           MOVE SPACE TO EDCLN-COMENTARIOO.

      *---------- MOSTRAR LA SOLICITUD CARGADA EN REG-EDAPRO ----------*
       220-MOSTRAR-SOLICITUD.
           MOVE EDAP-FECHA-SOLICITUD   TO EDCLN-SOL-FECHAO.
           MOVE EDAP-HORA-SOLICITUD    TO EDCLN-SOL-HORAO.
           MOVE EDAP-SECUENCIA         TO EDCLN-SOL-SECUENCIAO.
           MOVE EDAP-TIPO-SOLICITUD    TO EDCLN-TIPOO.
           MOVE EDAP-OPERADOR-SOLICITA TO EDCLN-SOLICITANTEO.
           MOVE EDAP-TERMINAL-SOLICITA TO EDCLN-TERMINALO.
           MOVE EDAP-PROGRAMA-ORIGEN   TO EDCLN-PROGRAMAO.
           MOVE EDAP-COMENTARIO        TO EDCLN-COMENTARIOO.
           MOVE SPACE                  TO EDCLN-ACCIONO.
           MOVE SPACE                  TO EDCLN-DETALLE2O.
           EVALUATE TRUE
               WHEN EDAP-PENDIENTE
                   MOVE 'PENDIENTE' TO EDCLN-ESTADOO
               WHEN EDAP-APROBADA
                   MOVE 'APROBADA'  TO EDCLN-ESTADOO
               WHEN EDAP-RECHAZADA
                   MOVE 'RECHAZADA' TO EDCLN-ESTADOO
               WHEN EDAP-VENCIDA
                   MOVE 'VENCIDA'   TO EDCLN-ESTADOO
               WHEN OTHER
                   MOVE SPACE       TO EDCLN-ESTADOO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN EDAP-SOL-RESTAURAR
                   MOVE 'RESTAURAR CREDITO' TO EDCLN-TIPO-DESCO
                   MOVE EDAP-COD-CREDITO    TO WK-DETC-CREDITO
                   MOVE WK-DET-CREDITO      TO EDCLN-DETALLE1O
               WHEN EDAP-SOL-CASTIGO
                   MOVE 'CASTIGAR CREDITO'  TO EDCLN-TIPO-DESCO
                   MOVE EDAP-COD-CREDITO    TO WK-DETC-CREDITO
                   MOVE WK-DET-CREDITO      TO EDCLN-DETALLE1O
               WHEN EDAP-SOL-PARAMETRO
                   MOVE 'PARAMETRO EDPARM'  TO EDCLN-TIPO-DESCO
                   MOVE EDAP-PAR-LLAVE      TO WK-DETP-LLAVE
                   MOVE EDAP-PAR-VALOR      TO WK-DETP-VALOR
                   MOVE WK-DET-PARAMETRO    TO EDCLN-DETALLE1O
                   IF EDAP-PAR-ACCION = 'A'
                       MOVE 'ALTA'   TO WK-DETA-ACCION
                   ELSE
                       MOVE 'CAMBIO' TO WK-DETA-ACCION
                   END-IF
                   MOVE EDAP-PAR-DESCRIPCION TO WK-DETA-TEXTO
                   MOVE WK-DET-ACCION       TO EDCLN-DETALLE2O
               WHEN EDAP-SOL-SEGURIDAD
                   MOVE 'PERFIL EDSEGU'     TO EDCLN-TIPO-DESCO
                   MOVE EDAP-SEG-OPERADOR   TO WK-DETS-OPERADOR
                   MOVE EDAP-SEG-NOMBRE     TO WK-DETS-NOMBRE
                   MOVE WK-DET-SEGURIDAD    TO EDCLN-DETALLE1O
                   IF EDAP-SEG-ACCION = 'A'
                       MOVE 'ALTA'   TO WK-DETU-ACCION
                   ELSE
                       MOVE 'CAMBIO' TO WK-DETU-ACCION
                   END-IF
                   MOVE EDAP-SEG-AUT-CONSULTA   TO WK-DETU-CONSULTA
                   MOVE EDAP-SEG-AUT-ALTA       TO WK-DETU-ALTA
                   MOVE EDAP-SEG-AUT-CAMBIO     TO WK-DETU-CAMBIO
                   MOVE EDAP-SEG-AUT-RESTAURAR  TO WK-DETU-RESTAURAR
                   MOVE EDAP-SEG-AUT-PARAMETROS TO WK-DETU-PARAMETROS
                   MOVE EDAP-SEG-AUT-PAGOS      TO WK-DETU-PAGOS
                   MOVE EDAP-SEG-AUT-CASTIGO    TO WK-DETU-CASTIGO
                   MOVE EDAP-SEG-AUT-EXTORNO    TO WK-DETU-EXTORNO
                   MOVE EDAP-SEG-AUT-SEGURIDAD  TO WK-DETU-SEGURIDAD
                   MOVE EDAP-SEG-AUT-LIMITE     TO WK-DETU-LIMITE
                   MOVE WK-DET-AUTORIDADES  TO EDCLN-DETALLE2O
               WHEN OTHER
                   MOVE SPACE TO EDCLN-TIPO-DESCO
                   MOVE SPACE TO EDCLN-DETALLE1O
           END-EVALUATE.
           MOVE EDAP-LLAVE TO WK-APR-LLAVE.

      *---------- RELEER LA SOLICITUD EN PANTALLA (SIN BLOQUEO) -------*
       230-LEER-SOLICITUD.
           EXEC CICS
                READ
                FILE('EDAPRO')
                RIDFLD(WK-APR-LLAVE)
                INTO(REG-EDAPRO)
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
               PERFORM 220-MOSTRAR-SOLICITUD
           ELSE
               PERFORM 200-LIMPIAR-PANTALLA
           END-IF.

      *---------- MOSTRAR LA SIGUIENTE SOLICITUD PENDIENTE (PF5), -----*
      *---------- PARTIENDO DE LA ULTIMA SOLICITUD MOSTRADA; AL -------*
      *---------- LLEGAR AL FINAL SE VUELVE A EMPEZAR DESDE EL INICIO -*
       240-SIGUIENTE-SOLICITUD.
           MOVE 'N' TO WK-ENCONTRADA.
           MOVE 'N' TO WK-FIN-BROWSE.
           MOVE WK-APR-LLAVE TO WK-LLAVE-BROWSE.
           EXEC CICS
                STARTBR
                FILE('EDAPRO')
                RIDFLD(WK-LLAVE-BROWSE)
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
               PERFORM 245-LEER-SIGUIENTE
                   UNTIL WK-SI-ENCONTRADA OR WK-FIN-SOLICITUDES
               EXEC CICS
                    ENDBR
                    FILE('EDAPRO')
                    NOHANDLE
               END-EXEC
           END-IF.
           IF WK-SI-ENCONTRADA
               PERFORM 220-MOSTRAR-SOLICITUD
               MOVE 'INDIQUE A=APROBAR O R=RECHAZAR'
                   TO EDCLN-MENSAJEO
               PERFORM 250-AVISAR-VENCIDA
           ELSE
               PERFORM 200-LIMPIAR-PANTALLA
               MOVE ZERO TO WK-APR-LLAVE
               MOVE 'NO HAY MAS SOLICITUDES PENDIENTES'
                   TO EDCLN-MENSAJEO
           END-IF.

       245-LEER-SIGUIENTE.
           EXEC CICS
                READNEXT
                FILE('EDAPRO')
                RIDFLD(WK-LLAVE-BROWSE)
                INTO(REG-EDAPRO)
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'S' TO WK-FIN-BROWSE
           ELSE
               IF EDAP-PENDIENTE AND EDAP-LLAVE NOT = WK-APR-LLAVE
                   MOVE 'S' TO WK-ENCONTRADA
               END-IF
           END-IF.

      *---------- AVISAR SI LA SOLICITUD MOSTRADA YA VENCIO -----------*
       250-AVISAR-VENCIDA.
           PERFORM 150-LEER-DIAS-VENCE.
           PERFORM 160-CALCULAR-ESPERA.
           IF WK-DIAS-ESPERA > WK-DIAS-VENCE
               MOVE 'SOLICITUD VENCIDA - NO PUEDE APROBARSE'
                   TO EDCLN-MENSAJEO
           END-IF.

      *----------------- PROCESAR ACCION DEL USUARIO ------------------*
      *----------------- A Y R SOLO BAJO LA TRANSACCION EDPN ----------*
       300-PROCESAR-ACCION.
           PERFORM 310-VALIDAR-CAMPOS.
           IF WK-CAMPOS-OK
               EXEC CICS
                    READ
                    FILE('EDAPRO')
                    RIDFLD(WK-APR-LLAVE)
                    INTO(REG-EDAPRO)
                    UPDATE
                    NOHANDLE
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   PERFORM 320-RESOLVER-SOLICITUD
                   PERFORM 220-MOSTRAR-SOLICITUD
               ELSE
                   MOVE 'OCURRIO UN ERROR AL LEER LA SOLICITUD'
                       TO EDCLN-MENSAJEO
                   PERFORM 200-LIMPIAR-PANTALLA
               END-IF
           ELSE
               PERFORM 230-LEER-SOLICITUD
           END-IF.

      *----- VALIDAR: SOLICITUD EN PANTALLA, ACCION A O R, MOTIVO -----*
      *----- OBLIGATORIO AL RECHAZAR Y SOLO BAJO LA TRANSACCION EDPN --*
       310-VALIDAR-CAMPOS.
           MOVE 'S' TO WK-CAMPOS-VALIDOS.
           MOVE SPACE TO EDCLN-MENSAJEO.
           IF WK-APR-LLAVE = ZERO
               MOVE 'NO HAY SOLICITUD EN PANTALLA - USE PF5'
                   TO EDCLN-MENSAJEO
               MOVE 'N' TO WK-CAMPOS-VALIDOS
           END-IF.
           IF WK-CAMPOS-OK AND EDCLN-ACCIONI NOT = 'A'
                           AND EDCLN-ACCIONI NOT = 'R'
               MOVE 'ACCION INVALIDA - A=APROBAR R=RECHAZAR'
                   TO EDCLN-MENSAJEO
               MOVE 'N' TO WK-CAMPOS-VALIDOS
           END-IF.
           IF WK-CAMPOS-OK AND EIBTRNID NOT = 'EDPN'
               MOVE 'ACCION RESERVADA A LA TRANSACCION EDPN'
                   TO EDCLN-MENSAJEO
               MOVE 'N' TO WK-CAMPOS-VALIDOS
           END-IF.
           IF WK-CAMPOS-OK AND EDCLN-ACCIONI = 'R'
                           AND EDCLN-COMENTARIOI = SPACE
               MOVE 'DEBE INDICAR EL MOTIVO DEL RECHAZO'
                   TO EDCLN-MENSAJEO
               MOVE 'N' TO WK-CAMPOS-VALIDOS
           END-IF.

      *---- RESOLVER LA SOLICITUD LEIDA CON BLOQUEO: DEBE SEGUIR -----*
      *---- PENDIENTE Y SIN VENCER; QUIEN RESUELVE NO PUEDE SER QUIEN -*
      *---- LA PIDIO NI EL OPERADOR DEL PERFIL Y DEBE TENER LA MISMA --*
      *---- AUTORIDAD. LA APROBACION SOLO SE CIERRA SI EL CAMBIO SE ---*
      *---- PUDO APLICAR ----------------------------------------------*
       320-RESOLVER-SOLICITUD.
           MOVE 'S' TO WK-CAMPOS-VALIDOS.
           MOVE EIBOPID TO WK-OPERADOR-PROPIO.
           IF NOT EDAP-PENDIENTE
               MOVE 'LA SOLICITUD YA FUE RESUELTA' TO EDCLN-MENSAJEO
               MOVE 'N' TO WK-CAMPOS-VALIDOS
           END-IF.
           IF WK-CAMPOS-OK
               PERFORM 150-LEER-DIAS-VENCE
               PERFORM 160-CALCULAR-ESPERA
               IF WK-DIAS-ESPERA > WK-DIAS-VENCE
                   PERFORM 340-VENCER-SOLICITUD
                   MOVE 'N' TO WK-CAMPOS-VALIDOS
               END-IF
           END-IF.
           IF WK-CAMPOS-OK
              AND EDAP-OPERADOR-SOLICITA = WK-OPERADOR-PROPIO
               MOVE 'NO PUEDE RESOLVER SU PROPIA SOLICITUD'
                   TO EDCLN-MENSAJEO
               MOVE 'N' TO WK-CAMPOS-VALIDOS
               PERFORM 365-REGISTRAR-DENEGACION
           END-IF.
           IF WK-CAMPOS-OK AND EDAP-SOL-SEGURIDAD
               MOVE EDAP-SEG-OPERADOR TO WK-OPERADOR-PERFIL
               IF WK-OPERADOR-PERFIL = WK-OPERADOR-PROPIO
                   MOVE 'NO PUEDE APROBAR SU PROPIO PERFIL'
                       TO EDCLN-MENSAJEO
                   MOVE 'N' TO WK-CAMPOS-VALIDOS
                   PERFORM 365-REGISTRAR-DENEGACION
               END-IF
           END-IF.
           IF WK-CAMPOS-OK
               PERFORM 360-VERIFICAR-AUTORIZACION
               IF NOT WK-SI-AUTORIZADO
                   MOVE 'N' TO WK-CAMPOS-VALIDOS
               END-IF
           END-IF.
           IF WK-CAMPOS-OK
               IF EDCLN-ACCIONI = 'R'
                   MOVE 'R' TO EDAP-ESTADO
                   PERFORM 390-CERRAR-SOLICITUD
                   IF EIBRESP = DFHRESP(NORMAL)
                       MOVE 'SOLICITUD RECHAZADA' TO EDCLN-MENSAJEO
                   END-IF
               ELSE
                   PERFORM 400-APLICAR-SOLICITUD
                   IF WK-SI-APLICADO
                       MOVE 'A' TO EDAP-ESTADO
                       PERFORM 390-CERRAR-SOLICITUD
                       IF EIBRESP = DFHRESP(NORMAL)
                           MOVE 'SOLICITUD APROBADA Y APLICADA'
                               TO EDCLN-MENSAJEO
                       ELSE
                           PERFORM 480-DESHACER-CAMBIOS
                           MOVE 'P' TO EDAP-ESTADO
                           MOVE 'ERROR AL CERRAR - CAMBIO NO APLICADO'
                               TO EDCLN-MENSAJEO
                       END-IF
                   ELSE
                       MOVE 'N' TO WK-CAMPOS-VALIDOS
                   END-IF
               END-IF
           END-IF.
           IF NOT WK-CAMPOS-OK
               EXEC CICS
                    UNLOCK
                    FILE('EDAPRO')
               END-EXEC
           END-IF.

      *---------- MARCAR VENCIDA UNA SOLICITUD FUERA DE PLAZO ---------*
       340-VENCER-SOLICITUD.
           MOVE 'V'                TO EDAP-ESTADO.
           MOVE WK-NOMBRE-PROGRAMA TO EDAP-OPERADOR-RESUELVE.
           MOVE WK-FECHA-SISTEMA   TO EDAP-FECHA-RESOLUCION.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDAP-HORA-RESOLUCION.
           EXEC CICS
                REWRITE
                FILE('EDAPRO')
                FROM(REG-EDAPRO)
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE 'SOLICITUD VENCIDA - NO PUEDE APROBARSE'
                   TO EDCLN-MENSAJEO
           ELSE
               MOVE 'OCURRIO UN ERROR AL CERRAR LA SOLICITUD'
                   TO EDCLN-MENSAJEO
           END-IF.

      *---- VERIFICAR EN EDSEGU SI EL OPERADOR (EIBOPID) TIENE LA -----*
      *---- AUTORIDAD DE LA FUNCION SOLICITADA; SIN REGISTRO DE -------*
      *---- SEGURIDAD NO HAY AUTORIDAD. LOS INTENTOS DENEGADOS --------*
      *---- QUEDAN EN EDAUD -------------------------------------------*
       360-VERIFICAR-AUTORIZACION.
           MOVE 'N' TO WK-AUTORIZADO.
           MOVE EIBOPID TO WK-OPERADOR-LEIDO.
           EXEC CICS
                READ
                FILE('EDSEGU')
                RIDFLD(WK-OPERADOR-LEIDO)
                INTO(REG-EDSEGU)
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
               EVALUATE TRUE
                   WHEN EDAP-SOL-RESTAURAR
                       IF EDSE-PUEDE-RESTAURAR
                           MOVE 'S' TO WK-AUTORIZADO
                       END-IF
                   WHEN EDAP-SOL-CASTIGO
                       IF EDSE-PUEDE-CASTIGAR
                           MOVE 'S' TO WK-AUTORIZADO
                       END-IF
                   WHEN EDAP-SOL-PARAMETRO
                       IF EDSE-PUEDE-PARAMETROS
                           MOVE 'S' TO WK-AUTORIZADO
                       END-IF
                   WHEN EDAP-SOL-SEGURIDAD
                       IF EDSE-PUEDE-SEGURIDAD
                           MOVE 'S' TO WK-AUTORIZADO
                       END-IF
               END-EVALUATE
           END-IF.
           IF NOT WK-SI-AUTORIZADO
               MOVE 'OPERADOR NO AUTORIZADO PARA APROBAR'
                   TO EDCLN-MENSAJEO
               PERFORM 365-REGISTRAR-DENEGACION
           END-IF.

      *---- REGISTRAR EN EDAUD EL INTENTO DENEGADO (TRANID DESTINO ----*
      *---- 'NEGA'), CON LA SECUENCIA DE EIBTASKN COMO EN EDGD1CLQ ----*
       365-REGISTRAR-DENEGACION.
           MOVE WK-FECHA-SISTEMA TO EDAU-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDAU-HORA.
           MOVE EIBTRMID TO EDAU-TERMINAL.
           MOVE EIBTASKN TO EDAU-SECUENCIA.
           MOVE EIBOPID TO EDAU-OPERADOR.
           MOVE EIBTRNID TO EDAU-TRANID-ORIGEN.
           MOVE 'NEGA' TO EDAU-TRANID-DESTINO.
           MOVE WK-NOMBRE-PROGRAMA TO EDAU-PROGRAMA-DESTINO.
           MOVE ZERO TO EDAU-CREDITOS-SELECCION-GRUPO.
           MOVE ZERO TO EDAU-CANTIDAD-SELECCION.
           EXEC CICS
                WRITE
                FILE('EDAUD')
                FROM(REG-EDAUD)
                RIDFLD(EDAU-LLAVE)
                NOHANDLE
           END-EXEC.

      *---------- CERRAR LA SOLICITUD CON QUIEN LA RESOLVIO -----------*
       390-CERRAR-SOLICITUD.
           MOVE EIBOPID            TO EDAP-OPERADOR-RESUELVE.
           MOVE WK-FECHA-SISTEMA   TO EDAP-FECHA-RESOLUCION.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDAP-HORA-RESOLUCION.
           MOVE EDCLN-COMENTARIOI  TO EDAP-COMENTARIO.
           EXEC CICS
                REWRITE
                FILE('EDAPRO')
                FROM(REG-EDAPRO)
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'OCURRIO UN ERROR AL CERRAR LA SOLICITUD'
                   TO EDCLN-MENSAJEO
           END-IF.

      *---------- APLICAR EL CAMBIO APROBADO SEGUN EL TIPO ------------*
       400-APLICAR-SOLICITUD.
           MOVE 'N' TO WK-APLICADO.
           EVALUATE TRUE
               WHEN EDAP-SOL-RESTAURAR
                   PERFORM 410-APLICAR-RESTAURAR
               WHEN EDAP-SOL-CASTIGO
                   PERFORM 420-APLICAR-CASTIGO
               WHEN EDAP-SOL-PARAMETRO
                   PERFORM 430-APLICAR-PARAMETRO
               WHEN EDAP-SOL-SEGURIDAD
                   PERFORM 440-APLICAR-PERFIL
               WHEN OTHER
                   MOVE 'TIPO DE SOLICITUD INVALIDO' TO EDCLN-MENSAJEO
           END-EVALUATE.

      *---- RESTAURAR (QUITAR MARCA DE ELIMINADO); EL CREDITO DEBE ----*
      *---- SEGUIR ELIMINADO AL MOMENTO DE APROBAR --------------------*
       410-APLICAR-RESTAURAR.
           MOVE EDAP-COD-CREDITO TO WK-CREDITO-ACTUAL.
           EXEC CICS
                READ
                FILE('EDP3CR')
                RIDFLD(WK-CREDITO-ACTUAL)
                INTO(REG-EDMACR)
                UPDATE
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'OCURRIO UN ERROR AL LEER EL CREDITO'
                   TO EDCLN-MENSAJEO
           ELSE
               IF EDMP-MARCA-ELIMINADO NOT = 'D'
                   MOVE 'EL CREDITO YA NO ESTA ELIMINADO'
                       TO EDCLN-MENSAJEO
                   EXEC CICS
                        UNLOCK
                        FILE('EDP3CR')
                   END-EXEC
               ELSE
                   MOVE SPACE TO EDMP-MARCA-ELIMINADO
                   MOVE EIBTRMID TO EDMP-USUARIO-ULT-CAMBIO
                   MOVE WK-FECHA-SISTEMA TO EDMP-FECHA-ULT-CAMBIO
                   EXEC CICS
                        REWRITE
                        FILE('EDP3CR')
                        FROM(REG-EDMACR)
                        NOHANDLE
                   END-EXEC
                   IF EIBRESP = DFHRESP(NORMAL)
                       MOVE 'R' TO WK-TIPO-MOVIMIENTO
                       PERFORM 450-GRABAR-MOVIMIENTO
                   ELSE
                       MOVE 'OCURRIO UN ERROR AL RESTAURAR EL CREDITO'
                           TO EDCLN-MENSAJEO
                   END-IF
               END-IF
           END-IF.

      *---- CASTIGAR (MARCAR 'X'); EL CREDITO DEBE SEGUIR ACTIVO AL ---*
      *---- MOMENTO DE APROBAR. EL CREDITO CASTIGADO DEJA DE ----------*
      *---- DEVENGAR INTERES Y MORA (EDBD1CLI/EDBD1CLM LO SALTAN) -----*
       420-APLICAR-CASTIGO.
           MOVE EDAP-COD-CREDITO TO WK-CREDITO-ACTUAL.
           EXEC CICS
                READ
                FILE('EDP3CR')
                RIDFLD(WK-CREDITO-ACTUAL)
                INTO(REG-EDMACR)
                UPDATE
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'OCURRIO UN ERROR AL LEER EL CREDITO'
                   TO EDCLN-MENSAJEO
           ELSE
               IF EDMP-MARCA-ELIMINADO = 'D'
                  OR EDMP-CREDITO-CANCELADO
                  OR EDMP-CREDITO-CASTIGADO
                  OR EDMP-CREDITO-REESTRUCTURADO
                   MOVE 'EL CREDITO YA NO ESTA ACTIVO' TO EDCLN-MENSAJEO
                   EXEC CICS
                        UNLOCK
                        FILE('EDP3CR')
                   END-EXEC
               ELSE
                   PERFORM 425-DESGLOSAR-SALDO
                   MOVE 'X' TO EDMP-ESTADO-CREDITO
                   MOVE WK-FECHA-SISTEMA TO EDMP-FECHA-CANCELACION
                   MOVE EIBTRMID TO EDMP-USUARIO-ULT-CAMBIO
                   MOVE WK-FECHA-SISTEMA TO EDMP-FECHA-ULT-CAMBIO
                   EXEC CICS
                        REWRITE
                        FILE('EDP3CR')
                        FROM(REG-EDMACR)
                        NOHANDLE
                   END-EXEC
                   IF EIBRESP = DFHRESP(NORMAL)
                       MOVE 'X' TO WK-TIPO-MOVIMIENTO
                       PERFORM 450-GRABAR-MOVIMIENTO
                   ELSE
                       MOVE 'OCURRIO UN ERROR AL CASTIGAR EL CREDITO'
                           TO EDCLN-MENSAJEO
                   END-IF
               END-IF
           END-IF.

      *---- CREDITO ANTERIOR AL DESGLOSE DEL SALDO: TODO EL SALDO -----*
      *---- PENDIENTE SE TOMA COMO CAPITAL ----------------------------*
       425-DESGLOSAR-SALDO.
           IF NOT EDMP-SI-SALDO-DESGLOSADO
               MOVE EDMP-SALDO-TOTAL TO EDMP-SALDO-CAPITAL
               MOVE ZERO TO EDMP-SALDO-INTERES
               MOVE ZERO TO EDMP-SALDO-MORA
               MOVE 'S' TO EDMP-SALDO-DESGLOSADO
           END-IF.

      *---- GRABAR EN EDPARM EL ALTA O CAMBIO APROBADO, ESTAMPADO -----*
      *---- CON EL OPERADOR QUE LO SOLICITO ---------------------------*
       430-APLICAR-PARAMETRO.
           MOVE EDAP-PAR-LLAVE TO WK-PAR-LLAVE.
           IF EDAP-PAR-ACCION = 'A'
               MOVE SPACE TO REG-EDPARM
               PERFORM 435-ARMAR-PARAMETRO
               EXEC CICS
                    WRITE
                    FILE('EDPARM')
                    FROM(REG-EDPARM)
                    RIDFLD(EDPA-LLAVE)
                    NOHANDLE
               END-EXEC
               EVALUATE EIBRESP
                   WHEN DFHRESP(NORMAL)
                       MOVE 'S' TO WK-APLICADO
                   WHEN DFHRESP(DUPREC)
                       MOVE 'EL PARAMETRO YA EXISTE - NO SE APLICA'
                           TO EDCLN-MENSAJEO
                   WHEN OTHER
                       MOVE 'OCURRIO UN ERROR AL CREAR EL PARAMETRO'
                           TO EDCLN-MENSAJEO
               END-EVALUATE
           ELSE
               EXEC CICS
                    READ
                    FILE('EDPARM')
                    RIDFLD(WK-PAR-LLAVE)
                    INTO(REG-EDPARM)
                    UPDATE
                    NOHANDLE
               END-EXEC
               EVALUATE EIBRESP
                   WHEN DFHRESP(NORMAL)
                       PERFORM 435-ARMAR-PARAMETRO
                       EXEC CICS
                            REWRITE
                            FILE('EDPARM')
                            FROM(REG-EDPARM)
                            NOHANDLE
                       END-EXEC
                       IF EIBRESP = DFHRESP(NORMAL)
                           MOVE 'S' TO WK-APLICADO
                       ELSE
                           MOVE 'OCURRIO UN ERROR AL ACTUALIZAR'
                               TO EDCLN-MENSAJEO
                       END-IF
                   WHEN DFHRESP(NOTFND)
                       MOVE 'EL PARAMETRO YA NO EXISTE'
                           TO EDCLN-MENSAJEO
                   WHEN OTHER
                       MOVE 'OCURRIO UN ERROR AL LEER EL PARAMETRO'
                           TO EDCLN-MENSAJEO
               END-EVALUATE
           END-IF.

       435-ARMAR-PARAMETRO.
           MOVE EDAP-PAR-LLAVE         TO EDPA-LLAVE.
           MOVE EDAP-PAR-VALOR         TO EDPA-VALOR.
           MOVE EDAP-PAR-DESCRIPCION   TO EDPA-DESCRIPCION.
           MOVE EDAP-OPERADOR-SOLICITA TO EDPA-USUARIO-ULT-CAMBIO.
           MOVE WK-FECHA-SISTEMA       TO EDPA-FECHA-ULT-CAMBIO.

      *---- GRABAR EN EDSEGU EL ALTA O CAMBIO DE PERFIL APROBADO, -----*
      *---- ESTAMPADO CON EL OPERADOR QUE LO SOLICITO, Y DEJARLO EN ---*
      *---- EDAUD CON TRANID DESTINO 'SEGU' COMO EN EDGD1CLU ----------*
       440-APLICAR-PERFIL.
           MOVE EDAP-SEG-OPERADOR TO WK-OPERADOR-PERFIL.
           IF EDAP-SEG-ACCION = 'A'
               MOVE SPACE TO REG-EDSEGU
               PERFORM 445-ARMAR-PERFIL
               EXEC CICS
                    WRITE
                    FILE('EDSEGU')
                    FROM(REG-EDSEGU)
                    RIDFLD(EDSE-OPERADOR)
                    NOHANDLE
               END-EXEC
               EVALUATE EIBRESP
                   WHEN DFHRESP(NORMAL)
                       PERFORM 470-REGISTRAR-CAMBIO-SEGU
                   WHEN DFHRESP(DUPREC)
                       MOVE 'EL OPERADOR YA EXISTE - NO SE APLICA'
                           TO EDCLN-MENSAJEO
                   WHEN OTHER
                       MOVE 'OCURRIO UN ERROR AL CREAR EL PERFIL'
                           TO EDCLN-MENSAJEO
               END-EVALUATE
           ELSE
               EXEC CICS
                    READ
                    FILE('EDSEGU')
                    RIDFLD(WK-OPERADOR-PERFIL)
                    INTO(REG-EDSEGU)
                    UPDATE
                    NOHANDLE
               END-EXEC
               EVALUATE EIBRESP
                   WHEN DFHRESP(NORMAL)
                       PERFORM 445-ARMAR-PERFIL
                       EXEC CICS
                            REWRITE
                            FILE('EDSEGU')
                            FROM(REG-EDSEGU)
                            NOHANDLE
                       END-EXEC
                       IF EIBRESP = DFHRESP(NORMAL)
                           PERFORM 470-REGISTRAR-CAMBIO-SEGU
                       ELSE
                           MOVE 'OCURRIO UN ERROR AL ACTUALIZAR'
                               TO EDCLN-MENSAJEO
                       END-IF
                   WHEN DFHRESP(NOTFND)
                       MOVE 'EL OPERADOR YA NO EXISTE'
                           TO EDCLN-MENSAJEO
                   WHEN OTHER
                       MOVE 'OCURRIO UN ERROR AL LEER EL OPERADOR'
                           TO EDCLN-MENSAJEO
               END-EVALUATE
           END-IF.

       445-ARMAR-PERFIL.
           MOVE EDAP-SEG-OPERADOR       TO EDSE-OPERADOR.
           MOVE EDAP-SEG-NOMBRE         TO EDSE-NOMBRE.
           MOVE EDAP-SEG-AUT-CONSULTA   TO EDSE-AUT-CONSULTA.
           MOVE EDAP-SEG-AUT-ALTA       TO EDSE-AUT-ALTA.
           MOVE EDAP-SEG-AUT-CAMBIO     TO EDSE-AUT-CAMBIO.
           MOVE EDAP-SEG-AUT-RESTAURAR  TO EDSE-AUT-RESTAURAR.
           MOVE EDAP-SEG-AUT-PARAMETROS TO EDSE-AUT-PARAMETROS.
           MOVE EDAP-SEG-AUT-PAGOS      TO EDSE-AUT-PAGOS.
           MOVE EDAP-SEG-AUT-CASTIGO    TO EDSE-AUT-CASTIGO.
           MOVE EDAP-SEG-AUT-EXTORNO    TO EDSE-AUT-EXTORNO.
           MOVE EDAP-SEG-AUT-SEGURIDAD  TO EDSE-AUT-SEGURIDAD.
           MOVE EDAP-SEG-AUT-LIMITE     TO EDSE-AUT-EXCESO-LIMITE.
           MOVE EDAP-OPERADOR-SOLICITA  TO EDSE-USUARIO-ULT-CAMBIO.
           MOVE WK-FECHA-SISTEMA        TO EDSE-FECHA-ULT-CAMBIO.

      *---- GRABAR EN EDMOVS EL MOVIMIENTO DE LA RESTAURACION O DEL --*
      *---- CASTIGO APROBADO (EL SALDO NO CAMBIA; EL CASTIGO LLEVA ---*
      *---- EN EL DESGLOSE LO CASTIGADO DE CAPITAL, INTERES Y MORA). -*
      *---- SOLO CON EL MOVIMIENTO GRABADO QUEDA APLICADA; SI FALLA --*
      *---- SE DESHACE LA ACTUALIZACION DEL CREDITO ------------------*
      *---- LA SECUENCIA SE TOMA DE EIBTASKN, IGUAL QUE EN LA --------*
      *---- AUDITORIA DE EDGD1CLQ ------------------------------------*
       450-GRABAR-MOVIMIENTO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-HORA-MOV.
           MOVE EDMP-LLAVE          TO EDMV-COD-CREDITO.
           MOVE WK-FECHA-SISTEMA    TO EDMV-FECHA.
           MOVE WK-HORA-MOV         TO EDMV-HORA.
           MOVE EIBTASKN            TO EDMV-SECUENCIA.
           MOVE WK-NOMBRE-PROGRAMA  TO EDMV-PROGRAMA.
           MOVE EIBOPID             TO EDMV-OPERADOR.
           MOVE WK-TIPO-MOVIMIENTO  TO EDMV-TIPO-MOVIMIENTO.
           MOVE EDMP-SALDO-TOTAL    TO EDMV-SALDO-ANTERIOR.
           MOVE EDMP-SALDO-TOTAL    TO EDMV-SALDO-NUEVO.
           MOVE ZERO                TO EDMV-MONTO-MOVIMIENTO.
           MOVE 'S'                 TO EDMV-DESGLOSE.
           IF EDMV-MOV-CASTIGO
               MOVE EDMP-SALDO-CAPITAL TO EDMV-MONTO-CAPITAL
               MOVE EDMP-SALDO-INTERES TO EDMV-MONTO-INTERES
               MOVE EDMP-SALDO-MORA    TO EDMV-MONTO-MORA
           ELSE
               MOVE ZERO TO EDMV-MONTO-CAPITAL
               MOVE ZERO TO EDMV-MONTO-INTERES
               MOVE ZERO TO EDMV-MONTO-MORA
           END-IF.
           MOVE SPACE               TO EDMV-FILLER.
           EXEC CICS
                WRITE
                FILE('EDMOVS')
                FROM(REG-EDMOVC)
                RIDFLD(EDMV-LLAVE)
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE 'S' TO WK-APLICADO
           ELSE
               PERFORM 480-DESHACER-CAMBIOS
               MOVE 'ERROR AL GRABAR EDMOVS - NO SE APLICO'
                   TO EDCLN-MENSAJEO
           END-IF.

      *---- REGISTRAR EN EDAUD LA GRABACION APROBADA SOBRE EDSEGU -----*
      *---- (TRANID DESTINO 'SEGU'), CON LA SECUENCIA DE EIBTASKN; ----*
      *---- SIN EL REGISTRO DE AUDITORIA SE DESHACE EL CAMBIO ---------*
       470-REGISTRAR-CAMBIO-SEGU.
           MOVE WK-FECHA-SISTEMA TO EDAU-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDAU-HORA.
           MOVE EIBTRMID TO EDAU-TERMINAL.
           MOVE EIBTASKN TO EDAU-SECUENCIA.
           MOVE EIBOPID TO EDAU-OPERADOR.
           MOVE EIBTRNID TO EDAU-TRANID-ORIGEN.
           MOVE 'SEGU' TO EDAU-TRANID-DESTINO.
           MOVE WK-NOMBRE-PROGRAMA TO EDAU-PROGRAMA-DESTINO.
           MOVE ZERO TO EDAU-CREDITOS-SELECCION-GRUPO.
           MOVE ZERO TO EDAU-CANTIDAD-SELECCION.
           EXEC CICS
                WRITE
                FILE('EDAUD')
                FROM(REG-EDAUD)
                RIDFLD(EDAU-LLAVE)
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE 'S' TO WK-APLICADO
           ELSE
               PERFORM 480-DESHACER-CAMBIOS
               MOVE 'ERROR AL GRABAR EDAUD - NO SE APLICO'
                   TO EDCLN-MENSAJEO
           END-IF.

      *---- DESHACER TODO LO GRABADO EN LA TAREA (MAESTRO, EDMOVS, ---*
      *---- EDPARM O EDSEGU) CON SYNCPOINT ROLLBACK, COMO EN ---------*
      *---- EDGD1CLR; LA SOLICITUD QUEDA PENDIENTE -------------------*
       480-DESHACER-CAMBIOS.
           EXEC CICS
                SYNCPOINT ROLLBACK
                NOHANDLE
           END-EXEC.
           MOVE 'N' TO WK-APLICADO.

       999-REGRESAR-BROWSER.
           EXEC CICS
                XCTL
                PROGRAM('EDGD1CLQ')
           END-EXEC.
