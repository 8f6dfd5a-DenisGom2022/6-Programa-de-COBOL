      * DESCRIPCION : PROGRAMA DE DETALLE Y MANTENIMIENTO DE UN        *
      *             : CREDITO DEL MAESTRO EDAMCR                       *
      * ARCHIVOS    : EDAMCR, EDAMCL (SOLO LECTURA),                   *
      *             : EDAPRO (SOLICITUDES DE APROBACION), EDPARM       *
      *             : (SOLO LECTURA),                                  *
      *             : EDSEGU (SEGURIDAD), EDAUD (AUDITORIA)            *
      * ACCION (ES) : C=CONSULTAR, R=RESTAURAR, X=CASTIGAR (R Y X      *
      *             : SOLO TRANSACCION EDR3 Y OPERADOR CON AUTORIDAD   *
      *             : EN EDSEGU). R Y X NO SE APLICAN AQUI: QUEDAN     *
      *             : PENDIENTES EN EDAPRO HASTA QUE OTRO OPERADOR     *
      *             : LAS APRUEBE EN EDGD1CLN (TRANSACCION EDPN); NO   *
      *             : SE ADMITE UNA SEGUNDA SOLICITUD PENDIENTE DE LA  *
      *             : MISMA ACCION SOBRE EL MISMO CREDITO              *
      * PROGRAMA(S) : XCTL - EDGD1CLQ, EDGD1CLP, EDGD1CLH, EDGD1CLA,   *
      *             : EDGD1CLG, EDGD1CLR                               *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 08/08/2026                                       *
      ******************************************************************
       COPY DFHAID.
       COPY EDMACR.
       COPY EDMACL.
       COPY EDAPRO.
       COPY EDPARM.
       COPY EDSEGU.
       COPY EDAUD.
       COPY DFHBMSCA.
               03 WK-PRN-MM           PIC 99.
           02 WK-CREDITO-ACTUAL        PIC 9(12).
           02 WK-CLIENTE-LEIDO         PIC 9(8).
           02 WK-HORA-SOLICITUD        PIC 9(06).
           02 WK-OPERADOR-LEIDO        PIC X(8).
           02 WK-FUNCION-SOLICITADA    PIC X.
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
                                         EIBTRNID = 'EDR3')
                                    AND EIBAID = DFHPF8
                   PERFORM 430-REGISTRAR-GESTION
               WHEN EIBCALEN NOT = 0
                                    AND (EIBTRNID = 'EDD3' OR
                                         EIBTRNID = 'EDR3')
                                    AND EIBAID = DFHPF9
                   PERFORM 440-REESTRUCTURAR
               WHEN EIBCALEN NOT = 0
                   PERFORM 200-CARGAR-CREDITO
                   PERFORM 060-ENVIAR-DATOS
                   MOVE 'CANCELADO' TO EDCL3-ESTADOO
               WHEN EDMP-CREDITO-CASTIGADO
                   MOVE 'CASTIGADO' TO EDCL3-ESTADOO
               WHEN EDMP-CREDITO-REESTRUCTURADO
                   MOVE 'REESTRUCT' TO EDCL3-ESTADOO
               WHEN OTHER
                   MOVE 'ACTIVO'    TO EDCL3-ESTADOO
           END-EVALUATE.
                        FILE('EDP3CR')
                   END-EXEC
               ELSE
                   EXEC CICS
                        UNLOCK
                        FILE('EDP3CR')
                   END-EXEC
                   PERFORM 370-GRABAR-SOLICITUD
                   EVALUATE TRUE
                       WHEN WK-SI-PENDIENTE
                           MOVE 'YA EXISTE UNA SOLICITUD PENDIENTE'
                               TO EDCL3-MENSAJEO
                       WHEN EIBRESP = DFHRESP(NORMAL)
                           MOVE 'RESTAURACION PENDIENTE DE APROBACION'
                               TO EDCL3-MENSAJEO
                       WHEN OTHER
                           MOVE 'ERROR AL REGISTRAR LA SOLICITUD'
                               TO EDCL3-MENSAJEO
                   END-EVALUATE
               END-IF
               END-IF
           END-IF.
               IF EDMP-MARCA-ELIMINADO = 'D'
                  OR EDMP-CREDITO-CANCELADO
                  OR EDMP-CREDITO-CASTIGADO
                  OR EDMP-CREDITO-REESTRUCTURADO
                   MOVE 'EL CREDITO NO ESTA ACTIVO' TO EDCL3-MENSAJEO
                   EXEC CICS
                        UNLOCK
                        FILE('EDP3CR')
                   END-EXEC
               ELSE
                   EXEC CICS
                        UNLOCK
                        FILE('EDP3CR')
                   END-EXEC
                   PERFORM 370-GRABAR-SOLICITUD
                   EVALUATE TRUE
                       WHEN WK-SI-PENDIENTE
                           MOVE 'YA EXISTE UNA SOLICITUD PENDIENTE'
                               TO EDCL3-MENSAJEO
                       WHEN EIBRESP = DFHRESP(NORMAL)
                           MOVE 'CASTIGO PENDIENTE DE APROBACION'
                               TO EDCL3-MENSAJEO
                       WHEN OTHER
                           MOVE 'ERROR AL REGISTRAR LA SOLICITUD'
                               TO EDCL3-MENSAJEO
                   END-EVALUATE
               END-IF
               END-IF
           END-IF.

      *---- REGISTRAR EN EDAUD EL INTENTO DENEGADO (TRANID DESTINO ----*
      *---- 'NEGA'), CON LA SECUENCIA DE EIBTASKN COMO EN EDGD1CLQ ----*
       365-REGISTRAR-DENEGACION.
                NOHANDLE
           END-EXEC.

      *---- DEJAR EN EDAPRO LA SOLICITUD DE RESTAURAR O CASTIGAR EN --*
      *---- ESTADO PENDIENTE. EL CAMBIO AL MAESTRO Y EL MOVIMIENTO ----*
      *---- EN EDMOVS LOS GRABA EDGD1CLN CUANDO OTRO OPERADOR CON -----*
      *---- LA MISMA AUTORIDAD APRUEBA LA SOLICITUD. SI EL CREDITO ----*
      *---- YA TIENE UNA SOLICITUD PENDIENTE DE LA MISMA ACCION NO ----*
      *---- SE GRABA OTRA (WK-PENDIENTE QUEDA EN 'S') -----------------*
       370-GRABAR-SOLICITUD.
           PERFORM 375-BUSCAR-PENDIENTE.
           IF NOT WK-SI-PENDIENTE
               PERFORM 380-ESCRIBIR-SOLICITUD
           END-IF.

      *---- RECORRER EDAPRO BUSCANDO UNA SOLICITUD PENDIENTE DEL -----*
      *---- MISMO TIPO SOBRE EL CREDITO EN PANTALLA -------------------*
       375-BUSCAR-PENDIENTE.
           MOVE 'N' TO WK-PENDIENTE.
           MOVE 'N' TO WK-FIN-BROWSE.
           MOVE EDMP-LLAVE TO WK-CREDITO-ACTUAL.
           PERFORM 376-FIJAR-INICIO.
           EXEC CICS
                STARTBR
                FILE('EDAPRO')
                RIDFLD(WK-LLAVE-BROWSE)
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
               PERFORM 377-LEER-SIGUIENTE
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
       376-FIJAR-INICIO.
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

       377-LEER-SIGUIENTE.
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
                  AND EDAP-TIPO-SOLICITUD = WK-FUNCION-SOLICITADA
                  AND EDAP-COD-CREDITO = WK-CREDITO-ACTUAL
                   MOVE 'S' TO WK-PENDIENTE
               END-IF
           END-IF.

       380-ESCRIBIR-SOLICITUD.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-HORA-SOLICITUD.
           MOVE SPACES                TO REG-EDAPRO.
           MOVE WK-FECHA-SISTEMA      TO EDAP-FECHA-SOLICITUD.
           MOVE WK-HORA-SOLICITUD     TO EDAP-HORA-SOLICITUD.
           MOVE EIBTASKN              TO EDAP-SECUENCIA.
           MOVE WK-FUNCION-SOLICITADA TO EDAP-TIPO-SOLICITUD.
           MOVE 'P'                   TO EDAP-ESTADO.
           MOVE EIBOPID               TO EDAP-OPERADOR-SOLICITA.
           MOVE EIBTRMID              TO EDAP-TERMINAL-SOLICITA.
           MOVE WK-NOMBRE-PROGRAMA    TO EDAP-PROGRAMA-ORIGEN.
           MOVE ZERO                  TO EDAP-FECHA-RESOLUCION
                                         EDAP-HORA-RESOLUCION.
           MOVE WK-CREDITO-ACTUAL     TO EDAP-COD-CREDITO.
           EXEC CICS
                WRITE
                FILE('EDAPRO')
                FROM(REG-EDAPRO)
                RIDFLD(EDAP-LLAVE)
                NOHANDLE
           END-EXEC.

                COMMAREA(WK-COM-ENVIAR)
           END-EXEC.

      *---- REESTRUCTURACION DEL CREDITO EN PANTALLA (SOLO O JUNTO ----*
      *---- A OTROS DEL MISMO CLIENTE): XCTL A EDGD1CLR CON COMMAREA --*
       440-REESTRUCTURAR.
           EXEC CICS
                XCTL
                PROGRAM('EDGD1CLR')
                COMMAREA(WK-COM-ENVIAR)
           END-EXEC.

       999-REGRESAR-BROWSER.
           EXEC CICS
                XCTL
