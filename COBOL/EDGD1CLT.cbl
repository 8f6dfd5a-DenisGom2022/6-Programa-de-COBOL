      ******************************************************************
      * FECHA       : 10/15/2026                                       *
      * PROGRAMADOR : DENIS GOMEZ                                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDGD1CLT                                         *
      * TIPO        : EN LINEA                                         *
      * DESCRIPCION : CONSULTA, ALTA Y CAMBIO DE LAS TASAS DEL         *
      *             : MAESTRO DE TASAS DE REFERENCIA EDTASA. CADA      *
      *             : REGISTRO ES UN INDICE CON LA TASA QUE RIGE       *
      *             : DESDE UNA FECHA; UNA TASA NUEVA DEL INDICE SE    *
      *             : DA DE ALTA CON SU FECHA DE VIGENCIA Y NO SE      *
      *             : SOBREESCRIBE LA ANTERIOR. LA CONSULTA MUESTRA    *
      *             : LA TASA VIGENTE DEL INDICE A LA FECHA INDICADA   *
      *             : (HOY SI VIENE EN CERO). LAS ACCIONES DE          *
      *             : GRABACION ESTAN RESERVADAS A LA TRANSACCION      *
      *             : EDPT Y A OPERADORES CON AUTORIDAD DE PARAMETROS  *
      *             : EN EDSEGU (MISMO ESQUEMA QUE EDGD1CLW). EL       *
      *             : PROCESO MENSUAL EDBD1CLO REPRECIA CON ESTAS      *
      *             : TASAS LOS CREDITOS DE TASA VARIABLE              *
      * ARCHIVOS    : EDTASA (ACTUALIZA), EDSEGU (SEGURIDAD),          *
      *             : EDAUD (AUDITORIA)                                *
      * ACCION (ES) : C=CONSULTAR, A=ALTA, M=CAMBIO (SOLO EDPT Y       *
      *             : OPERADOR CON AUTORIDAD EN EDSEGU)                *
      * PROGRAMA(S) : XCTL - EDGD1CLQ                                  *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 10/15/2026                                       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDGD1CLT.
       AUTHOR. DENISGOM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS 'Q ' WITH PICTURE SYMBOL 'Q'.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY EDCLT.
       COPY DFHAID.
       COPY EDTASA.
       COPY EDSEGU.
       COPY EDAUD.
       COPY DFHBMSCA.
       01 WK-CAMPOS-DE-TRABAJO.
           02 WK-NOMBRE-PROGRAMA        PIC X(8) VALUE 'EDGD1CLT'.
           02 WK-SISTEMA.
               03 WK-FECHA-SISTEMA        PIC 9(08) VALUE ZERO.
               03 WK-HORA-SISTEMA.
                   04 WK-HH-SISTEMA       PIC 99.
                   04 WK-MM-SISTEMA       PIC 99.
           02 WK-PRN-HORA.
               03 WK-PRN-HH           PIC 99.
               03 FILLER              PIC X VALUE ':'.
               03 WK-PRN-MM           PIC 99.
           02 WK-COM-TAS.
               03 WK-TAS-INDICE       PIC X(8).
           02 WK-TAS-LLAVE.
               03 WK-TAS-LLAVE-INDICE PIC X(8).
               03 WK-TAS-LLAVE-FECHA  PIC 9(8).
           02 WK-FECHA-CONSULTA        PIC 9(8).
           02 WK-CAMPOS-VALIDOS        PIC X.
               88 WK-CAMPOS-OK             VALUE 'S'.
           02 WK-FIN-INDICE            PIC X.
               88 WK-SI-FIN-INDICE         VALUE 'S'.
           02 WK-TASA-ENCONTRADA       PIC X.
               88 WK-SI-TASA-ENCONTRADA    VALUE 'S'.
           02 WK-TASA-VIGENTE          PIC X(78).
           02 WK-OPERADOR-LEIDO        PIC X(8).
           02 WK-AUTORIZADO            PIC X.
               88 WK-SI-AUTORIZADO         VALUE 'S'.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           02 LNK-LARGO   PIC X OCCURS 0 TO 600 DEPENDING ON EIBCALEN.

       PROCEDURE DIVISION.
       MIAN.
           PERFORM 050-OBTENER-FECHA.
           IF EIBCALEN NOT = 0
               MOVE DFHCOMMAREA TO WK-COM-TAS
           END-IF.
      *---------- EVALUAR TECLA PRESIONADA
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   PERFORM 200-PANTALLA-INICIAL
                   PERFORM 060-ENVIAR-DATOS
                   PERFORM 070-REGRESAR-TRAN
               WHEN EIBAID = DFHENTER
                   PERFORM 100-RECIBIR-MAPA
                   PERFORM 300-PROCESAR-ACCION
                   PERFORM 060-ENVIAR-DATOS
                   PERFORM 070-REGRESAR-TRAN
               WHEN EIBAID = DFHPF3
                   PERFORM 999-REGRESAR-BROWSER
               WHEN OTHER
                   MOVE 'TECLA INVALIDA' TO EDCLT-MENSAJEO
                   PERFORM 060-ENVIAR-DATOS
                   PERFORM 070-REGRESAR-TRAN
           END-EVALUATE.

       050-OBTENER-FECHA.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WK-SISTEMA.
           MOVE WK-FECHA-SISTEMA TO EDCLT-FECHAO.
           MOVE WK-HH-SISTEMA TO WK-PRN-HH.
           MOVE WK-MM-SISTEMA TO WK-PRN-MM.
           MOVE WK-PRN-HORA TO EDCLT-HORAO.

      *--------------- ENVIAR DATOS AL MAPA -------------*
       060-ENVIAR-DATOS.
           EXEC CICS
                SEND MAP('EDCLT')
                MAPSET('EDCLT')
                ERASE
                NOHANDLE
           END-EXEC.

      *------------- REGRESAR CONTROL A TRANSACCION -----------*
      *------------- EDPT ES LA TRANSACCION RESERVADA DE ------*
      *------------- MANTENIMIENTO DE TASAS DE REFERENCIA -----*
       070-REGRESAR-TRAN.
           EXEC CICS
                RETURN
                TRANSID('EDPT')
                COMMAREA(WK-COM-TAS)
           END-EXEC.

      *------------ RECIBIR DATOS DEL MAPA -----------*
       100-RECIBIR-MAPA.
           EXEC CICS
                RECEIVE MAP('EDCLT')
                MAPSET('EDCLT')
           END-EXEC.

      *---------- PANTALLA INICIAL EN BLANCO (MODO CONSULTA) ----------*
       200-PANTALLA-INICIAL.
           MOVE SPACE TO EDCLT-INDICEO.
           MOVE ZERO  TO EDCLT-FECHA-VIGENCIAO.
           MOVE ZERO  TO EDCLT-TASAO.
           MOVE SPACE TO EDCLT-DESCRIPCIONO.
           MOVE SPACE TO EDCLT-USUARIOO.
           MOVE ZERO  TO EDCLT-FECHA-CAMBIOO.
           MOVE 'C'   TO EDCLT-ACCIONO.
           MOVE 'INDIQUE EL INDICE, LA FECHA Y LA ACCION'
               TO EDCLT-MENSAJEO.
           MOVE SPACE TO WK-TAS-INDICE.

      *---------- MOSTRAR LA TASA CARGADA EN REG-EDTASA ---------------*
       220-MOSTRAR-TASA.
           MOVE EDTA-INDICE             TO EDCLT-INDICEO.
           MOVE EDTA-FECHA-VIGENCIA     TO EDCLT-FECHA-VIGENCIAO.
           MOVE EDTA-TASA               TO EDCLT-TASAO.
           MOVE EDTA-DESCRIPCION        TO EDCLT-DESCRIPCIONO.
           MOVE EDTA-USUARIO-ULT-CAMBIO TO EDCLT-USUARIOO.
           MOVE EDTA-FECHA-ULT-CAMBIO   TO EDCLT-FECHA-CAMBIOO.

      *---- CONSULTAR LA TASA VIGENTE DEL INDICE A LA FECHA DE LA -----*
      *---- PANTALLA (HOY SI VIENE EN CERO): SE RECORREN LAS TASAS ----*
      *---- DEL INDICE EN ORDEN DE FECHA Y QUEDA LA ULTIMA QUE NO -----*
      *---- SEA POSTERIOR A LA FECHA DE CONSULTA ----------------------*
       230-CONSULTAR-TASA.
           MOVE EDCLT-INDICEI TO WK-TAS-INDICE.
           IF EDCLT-FECHA-VIGENCIAI = ZERO
               MOVE WK-FECHA-SISTEMA TO WK-FECHA-CONSULTA
           ELSE
               MOVE EDCLT-FECHA-VIGENCIAI TO WK-FECHA-CONSULTA
           END-IF.
           MOVE 'N' TO WK-TASA-ENCONTRADA.
           MOVE 'N' TO WK-FIN-INDICE.
           MOVE EDCLT-INDICEI TO WK-TAS-LLAVE-INDICE.
           MOVE ZERO TO WK-TAS-LLAVE-FECHA.
           EXEC CICS
                STARTBR
                FILE('EDTASA')
                RIDFLD(WK-TAS-LLAVE)
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
               PERFORM 235-LEER-SIGUIENTE-TASA
                   UNTIL WK-SI-FIN-INDICE
               EXEC CICS
                    ENDBR
                    FILE('EDTASA')
                    NOHANDLE
               END-EXEC
           END-IF.
           IF WK-SI-TASA-ENCONTRADA
               MOVE WK-TASA-VIGENTE TO REG-EDTASA
               PERFORM 220-MOSTRAR-TASA
               MOVE 'M' TO EDCLT-ACCIONO
               MOVE SPACE TO EDCLT-MENSAJEO
           ELSE
               MOVE EDCLT-INDICEI TO EDCLT-INDICEO
               MOVE 'SIN TASA VIGENTE - PUEDE DARLA DE ALTA'
                   TO EDCLT-MENSAJEO
           END-IF.

      *---- LEER LA SIGUIENTE TASA DEL BROWSE; TERMINA AL CAMBIAR -----*
      *---- DE INDICE O AL PASAR LA FECHA DE CONSULTA -----------------*
       235-LEER-SIGUIENTE-TASA.
           EXEC CICS
                READNEXT
                FILE('EDTASA')
                RIDFLD(WK-TAS-LLAVE)
                INTO(REG-EDTASA)
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'S' TO WK-FIN-INDICE
           ELSE
               IF EDTA-INDICE NOT = WK-TAS-INDICE
                  OR EDTA-FECHA-VIGENCIA > WK-FECHA-CONSULTA
                   MOVE 'S' TO WK-FIN-INDICE
               ELSE
                   MOVE REG-EDTASA TO WK-TASA-VIGENTE
                   MOVE 'S' TO WK-TASA-ENCONTRADA
               END-IF
           END-IF.

      *----------------- PROCESAR ACCION DEL USUARIO ------------------*
      *----------------- A Y M SOLO BAJO LA TRANSACCION EDPT ----------*
       300-PROCESAR-ACCION.
           PERFORM 310-VALIDAR-CAMPOS.
           IF WK-CAMPOS-OK
               EVALUATE EDCLT-ACCIONI
                   WHEN 'C'
                       PERFORM 230-CONSULTAR-TASA
                   WHEN 'A'
                       PERFORM 320-GRABAR-ALTA
                   WHEN 'M'
                       PERFORM 330-GRABAR-CAMBIO
                   WHEN OTHER
                       MOVE 'ACCION INVALIDA' TO EDCLT-MENSAJEO
               END-EVALUATE
           END-IF.

      *----- VALIDAR: INDICE OBLIGATORIO; LAS GRABACIONES PIDEN LA ----*
      *----- FECHA DE VIGENCIA Y SOLO SE ACEPTAN BAJO LA -------------*
      *----- TRANSACCION RESERVADA EDPT ------------------------------*
       310-VALIDAR-CAMPOS.
           MOVE 'S' TO WK-CAMPOS-VALIDOS.
           MOVE SPACE TO EDCLT-MENSAJEO.
           IF EDCLT-INDICEI = SPACE
               MOVE 'DEBE INDICAR EL INDICE DE TASA'
                   TO EDCLT-MENSAJEO
               MOVE 'N' TO WK-CAMPOS-VALIDOS
           END-IF.
           IF WK-CAMPOS-OK AND (EDCLT-ACCIONI = 'A' OR 'M')
                            AND EDCLT-FECHA-VIGENCIAI = ZERO
               MOVE 'DEBE INDICAR LA FECHA DE VIGENCIA'
                   TO EDCLT-MENSAJEO
               MOVE 'N' TO WK-CAMPOS-VALIDOS
           END-IF.
           IF WK-CAMPOS-OK AND (EDCLT-ACCIONI = 'A' OR 'M')
                            AND EIBTRNID NOT = 'EDPT'
               MOVE 'ACCION RESERVADA A LA TRANSACCION EDPT'
                   TO EDCLT-MENSAJEO
               MOVE 'N' TO WK-CAMPOS-VALIDOS
           END-IF.
           IF WK-CAMPOS-OK AND (EDCLT-ACCIONI = 'A' OR 'M')
               PERFORM 360-VERIFICAR-AUTORIZACION
               IF NOT WK-SI-AUTORIZADO
                   MOVE 'N' TO WK-CAMPOS-VALIDOS
               END-IF
           END-IF.

      *---------------- GRABAR UNA TASA NUEVA DEL INDICE (ALTA) -------*
       320-GRABAR-ALTA.
           MOVE SPACE                 TO REG-EDTASA.
           MOVE EDCLT-INDICEI         TO EDTA-INDICE.
           MOVE EDCLT-FECHA-VIGENCIAI TO EDTA-FECHA-VIGENCIA.
           MOVE EDCLT-TASAI           TO EDTA-TASA.
           MOVE EDCLT-DESCRIPCIONI    TO EDTA-DESCRIPCION.
           MOVE EIBOPID               TO EDTA-USUARIO-ULT-CAMBIO.
           MOVE WK-FECHA-SISTEMA      TO EDTA-FECHA-ULT-CAMBIO.
           EXEC CICS
                WRITE
                FILE('EDTASA')
                FROM(REG-EDTASA)
                RIDFLD(EDTA-LLAVE)
                NOHANDLE
           END-EXEC.
           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'TASA REGISTRADA SATISFACTORIAMENTE'
                       TO EDCLT-MENSAJEO
                   MOVE 'M' TO EDCLT-ACCIONO
                   PERFORM 220-MOSTRAR-TASA
               WHEN DFHRESP(DUPREC)
                   MOVE 'LA TASA YA EXISTE PARA ESA FECHA - USE M'
                       TO EDCLT-MENSAJEO
               WHEN OTHER
                   MOVE 'OCURRIO UN ERROR AL GRABAR LA TASA'
                       TO EDCLT-MENSAJEO
           END-EVALUATE.

      *---------------- CORREGIR LA TASA DE UNA FECHA (CAMBIO) --------*
       330-GRABAR-CAMBIO.
           MOVE EDCLT-INDICEI         TO WK-TAS-LLAVE-INDICE.
           MOVE EDCLT-FECHA-VIGENCIAI TO WK-TAS-LLAVE-FECHA.
           EXEC CICS
                READ
                FILE('EDTASA')
                RIDFLD(WK-TAS-LLAVE)
                INTO(REG-EDTASA)
                UPDATE
                NOHANDLE
           END-EXEC.
           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   MOVE EDCLT-TASAI        TO EDTA-TASA
                   MOVE EDCLT-DESCRIPCIONI TO EDTA-DESCRIPCION
                   MOVE EIBOPID            TO EDTA-USUARIO-ULT-CAMBIO
                   MOVE WK-FECHA-SISTEMA   TO EDTA-FECHA-ULT-CAMBIO
                   EXEC CICS
                        REWRITE
                        FILE('EDTASA')
                        FROM(REG-EDTASA)
                        NOHANDLE
                   END-EXEC
                   IF EIBRESP = DFHRESP(NORMAL)
                       MOVE 'TASA ACTUALIZADA SATISFACTORIAMENTE'
                           TO EDCLT-MENSAJEO
                   ELSE
                       MOVE 'OCURRIO UN ERROR AL ACTUALIZAR LA TASA'
                           TO EDCLT-MENSAJEO
                   END-IF
                   PERFORM 220-MOSTRAR-TASA
               WHEN DFHRESP(NOTFND)
                   MOVE 'NO HAY TASA CON ESA FECHA - USE ACCION A'
                       TO EDCLT-MENSAJEO
               WHEN OTHER
                   MOVE 'OCURRIO UN ERROR AL LEER LA TASA'
                       TO EDCLT-MENSAJEO
           END-EVALUATE.

      *---- VERIFICAR EN EDSEGU SI EL OPERADOR (EIBOPID) TIENE LA -----*
      *---- AUTORIDAD DE PARAMETROS; SIN REGISTRO DE SEGURIDAD NO -----*
      *---- HAY AUTORIDAD. LOS INTENTOS DENEGADOS QUEDAN EN EDAUD -----*
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
           IF EIBRESP = DFHRESP(NORMAL) AND EDSE-PUEDE-PARAMETROS
               MOVE 'S' TO WK-AUTORIZADO
           END-IF.
           IF NOT WK-SI-AUTORIZADO
               MOVE 'OPERADOR NO AUTORIZADO PARA TASAS'
                   TO EDCLT-MENSAJEO
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

       999-REGRESAR-BROWSER.
           EXEC CICS
                XCTL
                PROGRAM('EDGD1CLQ')
           END-EXEC.
