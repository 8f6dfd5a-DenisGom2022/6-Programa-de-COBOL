      *             : TRANSACCION EDPU (MISMO ESQUEMA QUE EDPW DE      *
      *             : EDGD1CLW) Y A LA AUTORIDAD EDSE-AUT-SEGURIDAD;   *
      *             : NINGUN OPERADOR PUEDE EDITAR SU PROPIO PERFIL.   *
      *             : EL ALTA (A) Y EL CAMBIO (M) NO SE APLICAN AQUI:  *
      *             : QUEDAN PENDIENTES EN EDAPRO HASTA QUE OTRO       *
      *             : OPERADOR CON AUTORIDAD DE SEGURIDAD LOS APRUEBE  *
      *             : EN EDGD1CLN (UNA SOLA PENDIENTE POR OPERADOR).   *
      *             : LA BAJA (B) SOLO QUITA AUTORIDAD Y               *
      *             : APAGA TODAS LAS AUTORIDADES DEL OPERADOR DE      *
      *             : INMEDIATO. CON PF5 SE RECORRE EL ARCHIVO         *
      *             : OPERADOR POR OPERADOR. CADA GRABACION QUEDA EN   *
      *             : EDAUD CON TRANID DESTINO 'SEGU' Y CADA INTENTO   *
      *             : DENEGADO CON 'NEGA'. INCLUYE LA AUTORIDAD DE     *
      *             : EXCESO DE LIMITE DE CREDITO (EDGD1CL9/EDBD1CLB)  *
      * ARCHIVOS    : EDSEGU (ACTUALIZA), EDAUD (AUDITORIA),           *
      *             : EDAPRO (SOLICITUDES DE APROBACION), EDPARM       *
      *             : (SOLO LECTURA)                                   *
      * ACCION (ES) : C=CONSULTAR, A=ALTA, M=CAMBIO, B=BAJA (A/M/B     *
      *             : SOLO EDPU Y OPERADOR CON AUTORIDAD EN EDSEGU)    *
      * PROGRAMA(S) : XCTL - EDGD1CLQ                                  *
       COPY EDCLU.
       COPY DFHAID.
       COPY EDSEGU.
       COPY EDAPRO.
       COPY EDPARM.
       COPY EDAUD.
       COPY DFHBMSCA.
       01 WK-CAMPOS-DE-TRABAJO.
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
           MOVE SPACE TO EDCLU-CASTIGOO.
           MOVE SPACE TO EDCLU-EXTORNOO.
           MOVE SPACE TO EDCLU-SEGURIDADO.
           MOVE SPACE TO EDCLU-LIMITEO.

      *---------- MOSTRAR EL PERFIL CARGADO EN REG-EDSEGU -------------*
       220-MOSTRAR-PERFIL.
           MOVE EDSE-AUT-CASTIGO        TO EDCLU-CASTIGOO.
           MOVE EDSE-AUT-EXTORNO        TO EDCLU-EXTORNOO.
           MOVE EDSE-AUT-SEGURIDAD      TO EDCLU-SEGURIDADO.
           MOVE EDSE-AUT-EXCESO-LIMITE  TO EDCLU-LIMITEO.
           MOVE EDSE-USUARIO-ULT-CAMBIO TO EDCLU-USUARIOO.
           MOVE EDSE-FECHA-ULT-CAMBIO   TO EDCLU-FECHA-CAMBIOO.
           MOVE EDSE-OPERADOR           TO WK-SEG-OPERADOR.
           MOVE EDCLU-CASTIGOI     TO EDSE-AUT-CASTIGO.
           MOVE EDCLU-EXTORNOI     TO EDSE-AUT-EXTORNO.
           MOVE EDCLU-SEGURIDADI   TO EDSE-AUT-SEGURIDAD.
           MOVE EDCLU-LIMITEI      TO EDSE-AUT-EXCESO-LIMITE.
           PERFORM 316-NORMALIZAR-BANDERAS.
           MOVE EIBOPID            TO EDSE-USUARIO-ULT-CAMBIO.
           MOVE WK-FECHA-SISTEMA   TO EDSE-FECHA-ULT-CAMBIO.
           IF EDSE-AUT-SEGURIDAD NOT = 'S'
               MOVE 'N' TO EDSE-AUT-SEGURIDAD
           END-IF.
           IF EDSE-AUT-EXCESO-LIMITE NOT = 'S'
               MOVE 'N' TO EDSE-AUT-EXCESO-LIMITE
           END-IF.

      *---------------- SOLICITAR UN PERFIL NUEVO (ALTA) --------------*
       320-GRABAR-ALTA.
           MOVE EDCLU-OPERADORI TO WK-OPERADOR-PANTALLA.
           EXEC CICS
                READ
                FILE('EDSEGU')
                RIDFLD(WK-OPERADOR-PANTALLA)
                INTO(REG-EDSEGU)
                NOHANDLE
           END-EXEC.
           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'EL OPERADOR YA EXISTE - USE ACCION M'
                       TO EDCLU-MENSAJEO
                   PERFORM 220-MOSTRAR-PERFIL
               WHEN DFHRESP(NOTFND)
                   MOVE SPACE TO REG-EDSEGU
                   PERFORM 315-ARMAR-REGISTRO
                   PERFORM 345-GRABAR-SOLICITUD
                   EVALUATE TRUE
                       WHEN WK-SI-PENDIENTE
                           MOVE 'YA EXISTE UNA SOLICITUD PENDIENTE'
                               TO EDCLU-MENSAJEO
                       WHEN EIBRESP = DFHRESP(NORMAL)
                           MOVE 'ALTA PENDIENTE DE APROBACION'
                               TO EDCLU-MENSAJEO
                       WHEN OTHER
                           MOVE 'ERROR AL REGISTRAR LA SOLICITUD'
                               TO EDCLU-MENSAJEO
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'OCURRIO UN ERROR AL LEER EL OPERADOR'
                       TO EDCLU-MENSAJEO
           END-EVALUATE.

      *---------------- SOLICITAR CAMBIO DE AUTORIDADES (CAMBIO) ------*
       330-GRABAR-CAMBIO.
           MOVE EDCLU-OPERADORI TO WK-OPERADOR-PANTALLA.
           EXEC CICS
                FILE('EDSEGU')
                RIDFLD(WK-OPERADOR-PANTALLA)
                INTO(REG-EDSEGU)
                NOHANDLE
           END-EXEC.
           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 315-ARMAR-REGISTRO
                   PERFORM 345-GRABAR-SOLICITUD
                   EVALUATE TRUE
                       WHEN WK-SI-PENDIENTE
                           MOVE 'YA EXISTE UNA SOLICITUD PENDIENTE'
                               TO EDCLU-MENSAJEO
                       WHEN EIBRESP = DFHRESP(NORMAL)
                           MOVE 'CAMBIO PENDIENTE DE APROBACION'
                               TO EDCLU-MENSAJEO
                       WHEN OTHER
                           MOVE 'ERROR AL REGISTRAR LA SOLICITUD'
                               TO EDCLU-MENSAJEO
                   END-EVALUATE
               WHEN DFHRESP(NOTFND)
                   MOVE 'OPERADOR NO REGISTRADO - USE ACCION A'
                       TO EDCLU-MENSAJEO
                   MOVE 'N' TO EDSE-AUT-CASTIGO
                   MOVE 'N' TO EDSE-AUT-EXTORNO
                   MOVE 'N' TO EDSE-AUT-SEGURIDAD
                   MOVE 'N' TO EDSE-AUT-EXCESO-LIMITE
                   MOVE EIBOPID          TO EDSE-USUARIO-ULT-CAMBIO
                   MOVE WK-FECHA-SISTEMA TO EDSE-FECHA-ULT-CAMBIO
                   EXEC CICS
                       TO EDCLU-MENSAJEO
           END-EVALUATE.

      *---- DEJAR EN EDAPRO EL PERFIL ARMADO EN REG-EDSEGU (YA -------*
      *---- NORMALIZADO) EN ESTADO PENDIENTE; EDGD1CLN LO GRABA EN ----*
      *---- EDSEGU CUANDO OTRO OPERADOR CON AUTORIDAD DE SEGURIDAD ----*
      *---- LO APRUEBA. SI EL OPERADOR YA TIENE UNA SOLICITUD ---------*
      *---- PENDIENTE NO SE GRABA OTRA, PARA QUE UNA APROBACION NO ----*
      *---- DESHAGA A LA OTRA (WK-PENDIENTE QUEDA EN 'S') -------------*
       345-GRABAR-SOLICITUD.
           PERFORM 346-BUSCAR-PENDIENTE.
           IF NOT WK-SI-PENDIENTE
               PERFORM 349-ESCRIBIR-SOLICITUD
           END-IF.

      *---- RECORRER EDAPRO BUSCANDO UNA SOLICITUD PENDIENTE ---------*
      *---- SOBRE EL OPERADOR DEL PERFIL ARMADO EN REG-EDSEGU ---------*
       346-BUSCAR-PENDIENTE.
           MOVE 'N' TO WK-PENDIENTE.
           MOVE 'N' TO WK-FIN-BROWSE.
           PERFORM 347-FIJAR-INICIO.
           EXEC CICS
                STARTBR
                FILE('EDAPRO')
                RIDFLD(WK-LLAVE-BROWSE)
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
               PERFORM 348-LEER-SIGUIENTE
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
       347-FIJAR-INICIO.
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

       348-LEER-SIGUIENTE.
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
                  AND EDAP-SOL-SEGURIDAD
                  AND EDAP-SEG-OPERADOR = EDSE-OPERADOR
                   MOVE 'S' TO WK-PENDIENTE
               END-IF
           END-IF.

       349-ESCRIBIR-SOLICITUD.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-HORA-SOLICITUD.
           MOVE SPACES                TO REG-EDAPRO.
           MOVE WK-FECHA-SISTEMA      TO EDAP-FECHA-SOLICITUD.
           MOVE WK-HORA-SOLICITUD     TO EDAP-HORA-SOLICITUD.
           MOVE EIBTASKN              TO EDAP-SECUENCIA.
           MOVE 'S'                   TO EDAP-TIPO-SOLICITUD.
           MOVE 'P'                   TO EDAP-ESTADO.
           MOVE EIBOPID               TO EDAP-OPERADOR-SOLICITA.
           MOVE EIBTRMID              TO EDAP-TERMINAL-SOLICITA.
           MOVE WK-NOMBRE-PROGRAMA    TO EDAP-PROGRAMA-ORIGEN.
           MOVE ZERO                  TO EDAP-FECHA-RESOLUCION
                                         EDAP-HORA-RESOLUCION.
           MOVE EDCLU-ACCIONI         TO EDAP-SEG-ACCION.
           MOVE EDSE-OPERADOR         TO EDAP-SEG-OPERADOR.
           MOVE EDSE-NOMBRE           TO EDAP-SEG-NOMBRE.
           MOVE EDSE-AUT-CONSULTA     TO EDAP-SEG-AUT-CONSULTA.
           MOVE EDSE-AUT-ALTA         TO EDAP-SEG-AUT-ALTA.
           MOVE EDSE-AUT-CAMBIO       TO EDAP-SEG-AUT-CAMBIO.
           MOVE EDSE-AUT-RESTAURAR    TO EDAP-SEG-AUT-RESTAURAR.
           MOVE EDSE-AUT-PARAMETROS   TO EDAP-SEG-AUT-PARAMETROS.
           MOVE EDSE-AUT-PAGOS        TO EDAP-SEG-AUT-PAGOS.
           MOVE EDSE-AUT-CASTIGO      TO EDAP-SEG-AUT-CASTIGO.
           MOVE EDSE-AUT-EXTORNO      TO EDAP-SEG-AUT-EXTORNO.
           MOVE EDSE-AUT-SEGURIDAD    TO EDAP-SEG-AUT-SEGURIDAD.
           MOVE EDSE-AUT-EXCESO-LIMITE TO EDAP-SEG-AUT-LIMITE.
           MOVE EDSE-OPERADOR         TO WK-SEG-OPERADOR.
           EXEC CICS
                WRITE
                FILE('EDAPRO')
                FROM(REG-EDAPRO)
                RIDFLD(EDAP-LLAVE)
                NOHANDLE
           END-EXEC.

      *---- VERIFICAR EN EDSEGU SI EL OPERADOR (EIBOPID) TIENE LA -----*
      *---- AUTORIDAD DE SEGURIDAD; SIN REGISTRO DE SEGURIDAD NO ------*
      *---- HAY AUTORIDAD. LOS INTENTOS DENEGADOS QUEDAN EN EDAUD -----*
