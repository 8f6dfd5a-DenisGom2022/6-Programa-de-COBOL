      *             : ENVEJECIMIENTO, TASA DE MORA). LAS ACCIONES DE   *
      *             : GRABACION ESTAN RESERVADAS A LA TRANSACCION      *
      *             : EDPW (MISMO ESQUEMA QUE LA RESTAURACION EDR3     *
      *             : DE EDGD1CL3). LAS ALTAS Y CAMBIOS NO SE APLICAN  *
      *             : AQUI: QUEDAN PENDIENTES EN EDAPRO HASTA QUE OTRO *
      *             : OPERADOR CON AUTORIDAD DE PARAMETROS LAS APRUEBE *
      *             : EN EDGD1CLN, QUE ESTAMPA EL PARAMETRO CON EL     *
      *             : OPERADOR QUE LO SOLICITO Y LA FECHA. NO SE       *
      *             : ADMITE UNA SEGUNDA SOLICITUD PENDIENTE SOBRE LA  *
      *             : MISMA LLAVE                                      *
      * ARCHIVOS    : EDPARM (SOLO LECTURA), EDAPRO (SOLICITUDES DE    *
      *             : APROBACION), EDSEGU (SEGURIDAD),                 *
      *             : EDAUD (AUDITORIA)                                *
      * ACCION (ES) : C=CONSULTAR, A=ALTA, M=CAMBIO (SOLO EDPW Y       *
      *             : OPERADOR CON AUTORIDAD EN EDSEGU)                *
      * PROGRAMA(S) : XCTL - EDGD1CLQ                                  *
       COPY EDCLW.
       COPY DFHAID.
       COPY EDPARM.
       COPY EDAPRO.
       COPY EDSEGU.
       COPY EDAUD.
       COPY DFHBMSCA.
           02 WK-CAMPOS-VALIDOS        PIC X.
               88 WK-CAMPOS-OK             VALUE 'S'.
           02 WK-OPERADOR-LEIDO        PIC X(8).
           02 WK-HORA-SOLICITUD        PIC 9(06).
           02 WK-AUTORIZADO            PIC X.
               88 WK-SI-AUTORIZADO         VALUE 'S'.
           02 WK-PAR-VENCE             PIC X(8) VALUE 'APRODIAS'.
           02 WK-DIAS-VENCE            PIC 9(05) VALUE 5.
           02 WK-LLAVE-BROWSE.
               03 WK-BRW-FECHA        PIC 9(08).
               03 WK-BRW-HORA         PIC 9(06).
               03 WK-BRW-SECUENCIA    PIC 9(07).
           02 WK-PENDIENTE             PIC X.
               88 WK-SI-PENDIENTE          VALUE 'S'.
           02 WK-FIN-BROWSE            PIC X.
               88 WK-FIN-SOLICITUDES       VALUE 'S'.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
               END-IF
           END-IF.

      *---------------- SOLICITAR UN PARAMETRO NUEVO (ALTA) -----------*
       320-GRABAR-ALTA.
           MOVE EDCLW-LLAVEI TO WK-PAR-LLAVE.
           EXEC CICS
                READ
                FILE('EDPARM')
                RIDFLD(WK-PAR-LLAVE)
                INTO(REG-EDPARM)
                NOHANDLE
           END-EXEC.
           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'EL PARAMETRO YA EXISTE - USE ACCION M'
                       TO EDCLW-MENSAJEO
                   PERFORM 220-MOSTRAR-PARAMETRO
               WHEN DFHRESP(NOTFND)
                   PERFORM 340-GRABAR-SOLICITUD
                   EVALUATE TRUE
                       WHEN WK-SI-PENDIENTE
                           MOVE 'YA EXISTE UNA SOLICITUD PENDIENTE'
                               TO EDCLW-MENSAJEO
                       WHEN EIBRESP = DFHRESP(NORMAL)
                           MOVE 'ALTA PENDIENTE DE APROBACION'
                               TO EDCLW-MENSAJEO
                       WHEN OTHER
                           MOVE 'ERROR AL REGISTRAR LA SOLICITUD'
                               TO EDCLW-MENSAJEO
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'OCURRIO UN ERROR AL LEER EL PARAMETRO'
                       TO EDCLW-MENSAJEO
           END-EVALUATE.

      *---------------- SOLICITAR CAMBIO DE VALOR (CAMBIO) ------------*
       330-GRABAR-CAMBIO.
           MOVE EDCLW-LLAVEI TO WK-PAR-LLAVE.
           EXEC CICS
                FILE('EDPARM')
                RIDFLD(WK-PAR-LLAVE)
                INTO(REG-EDPARM)
                NOHANDLE
           END-EXEC.
           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 340-GRABAR-SOLICITUD
                   EVALUATE TRUE
                       WHEN WK-SI-PENDIENTE
                           MOVE 'YA EXISTE UNA SOLICITUD PENDIENTE'
                               TO EDCLW-MENSAJEO
                       WHEN EIBRESP = DFHRESP(NORMAL)
                           MOVE 'CAMBIO PENDIENTE DE APROBACION'
                               TO EDCLW-MENSAJEO
                       WHEN OTHER
                           MOVE 'ERROR AL REGISTRAR LA SOLICITUD'
                               TO EDCLW-MENSAJEO
                   END-EVALUATE
               WHEN DFHRESP(NOTFND)
                   MOVE 'PARAMETRO NO REGISTRADO - USE ACCION A'
                       TO EDCLW-MENSAJEO
                       TO EDCLW-MENSAJEO
           END-EVALUATE.

      *---- DEJAR EN EDAPRO EL ALTA O CAMBIO CAPTURADO EN PANTALLA ----*
      *---- EN ESTADO PENDIENTE; EDGD1CLN LO GRABA EN EDPARM CUANDO ---*
      *---- OTRO OPERADOR CON AUTORIDAD DE PARAMETROS LO APRUEBA. -----*
      *---- SI LA LLAVE YA TIENE UNA SOLICITUD PENDIENTE NO SE GRABA --*
      *---- OTRA, PARA QUE UNA APROBACION NO DESHAGA A LA OTRA --------*
      *---- (WK-PENDIENTE QUEDA EN 'S') -------------------------------*
       340-GRABAR-SOLICITUD.
           PERFORM 342-BUSCAR-PENDIENTE.
           IF NOT WK-SI-PENDIENTE
               PERFORM 346-ESCRIBIR-SOLICITUD
           END-IF.

      *---- RECORRER EDAPRO BUSCANDO UNA SOLICITUD PENDIENTE ---------*
      *---- SOBRE LA MISMA LLAVE DE PARAMETRO DE LA PANTALLA ----------*
       342-BUSCAR-PENDIENTE.
           MOVE 'N' TO WK-PENDIENTE.
           MOVE 'N' TO WK-FIN-BROWSE.
           PERFORM 343-FIJAR-INICIO.
           EXEC CICS
                STARTBR
                FILE('EDAPRO')
                RIDFLD(WK-LLAVE-BROWSE)
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
               PERFORM 344-LEER-SIGUIENTE
                   UNTIL WK-SI-PENDIENTE OR WK-FIN-SOLICITUDES
               EXEC CICS
                    ENDBR
                    FILE('EDAPRO')
                    NOHANDLE
               END-EXEC
           END-IF.

      *---- LAS SOLICITUDES PENDIENTES MAS ANTIGUAS QUE LOS DIAS -----*
      *---- DE APRODIAS (EDPARM) YA VENCIERON: EL RECORRIDO EMPIEZA ---*
      *---- EN LA FECHA DEL SISTEMA MENOS ESOS DIAS -------------------*
       343-FIJAR-INICIO.
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
           MOVE ZERO TO WK-LLAVE-BROWSE.
           COMPUTE WK-BRW-FECHA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WK-FECHA-SISTEMA)
               - WK-DIAS-VENCE).

       344-LEER-SIGUIENTE.
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
               IF EDAP-PENDIENTE
                  AND EDAP-SOL-PARAMETRO
                  AND EDAP-PAR-LLAVE = EDCLW-LLAVEI
                   MOVE 'S' TO WK-PENDIENTE
               END-IF
           END-IF.

       346-ESCRIBIR-SOLICITUD.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-HORA-SOLICITUD.
           MOVE SPACES                TO REG-EDAPRO.
           MOVE WK-FECHA-SISTEMA      TO EDAP-FECHA-SOLICITUD.
           MOVE WK-HORA-SOLICITUD     TO EDAP-HORA-SOLICITUD.
           MOVE EIBTASKN              TO EDAP-SECUENCIA.
           MOVE 'P'                   TO EDAP-TIPO-SOLICITUD.
           MOVE 'P'                   TO EDAP-ESTADO.
           MOVE EIBOPID               TO EDAP-OPERADOR-SOLICITA.
           MOVE EIBTRMID              TO EDAP-TERMINAL-SOLICITA.
           MOVE WK-NOMBRE-PROGRAMA    TO EDAP-PROGRAMA-ORIGEN.
           MOVE ZERO                  TO EDAP-FECHA-RESOLUCION
                                         EDAP-HORA-RESOLUCION.
           MOVE EDCLW-ACCIONI         TO EDAP-PAR-ACCION.
           MOVE EDCLW-LLAVEI          TO EDAP-PAR-LLAVE.
           MOVE EDCLW-VALORI          TO EDAP-PAR-VALOR.
           MOVE EDCLW-DESCRIPCIONI    TO EDAP-PAR-DESCRIPCION.
           EXEC CICS
                WRITE
                FILE('EDAPRO')
                FROM(REG-EDAPRO)
                RIDFLD(EDAP-LLAVE)
                NOHANDLE
           END-EXEC.

      *---- VERIFICAR EN EDSEGU SI EL OPERADOR (EIBOPID) TIENE LA -----*
      *---- AUTORIDAD DE PARAMETROS; SIN REGISTRO DE SEGURIDAD NO -----*
      *---- HAY AUTORIDAD. LOS INTENTOS DENEGADOS QUEDAN EN EDAUD -----*
