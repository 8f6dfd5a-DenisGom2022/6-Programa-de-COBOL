      ******************************************************************
      * FECHA       : 10/15/2026                                       *
      * PROGRAMADOR : DENIS GOMEZ                                      *
      * APLICACION  : SEMILLERO                                        *
      * PROGRAMA    : EDGD1CLR                                         *
      * TIPO        : EN LINEA                                         *
      * DESCRIPCION : REESTRUCTURACION DE CREDITOS: CIERRA UNO O MAS   *
      *             : CREDITOS ACTIVOS (HASTA 5) DE UN MISMO CLIENTE   *
      *             : CON ESTADO 'R' Y CREA UN CREDITO NUEVO CUYO      *
      *             : MONTO ES LA SUMA DE SUS SALDOS (CAPITAL, INTERES *
      *             : Y MORA PASAN A CAPITAL DEL NUEVO), CON PLAZO Y   *
      *             : TASA NUEVOS Y CUOTA NIVELADA CALCULADA COMO EN   *
      *             : EDBD1CLO. EL CREDITO NUEVO GUARDA LOS CREDITOS   *
      *             : QUE REEMPLAZA Y CADA CREDITO CERRADO GUARDA EL   *
      *             : NUEVO. EN EDMOVS QUEDA UN MOVIMIENTO 'T' POR     *
      *             : CADA CREDITO CERRADO Y UN 'N' DEL CREDITO NUEVO. *
      *             : SE LLEGA DESDE EL DETALLE EDGD1CL3 (PF9) CON EL  *
      *             : PRIMER CREDITO EN LA COMMAREA; LOS DEMAS SE      *
      *             : DIGITAN. CON ACCION EN BLANCO SOLO SE MUESTRA EL *
      *             : SALDO UNIFICADO Y LA CUOTA RESULTANTE            *
      * ARCHIVOS    : EDAMCR, EDAMCL (SOLO LECTURA),                   *
      *             : EDMOVS (SALIDA - MOVIMIENTOS),                   *
      *             : EDSEGU (SEGURIDAD), EDAUD (AUDITORIA)            *
      * ACCION (ES) : R=REESTRUCTURAR (OPERADOR CON AUTORIDAD DE ALTA  *
      *             : Y DE CAMBIO EN EDSEGU)                           *
      * PROGRAMA(S) : XCTL - EDGD1CL3, EDGD1CLQ                        *
      * CANAL       : ADMINISTRATIVA                                   *
      * INSTALADO   : 10/15/2026                                       *
      ******************************************************************
       ID DIVISION.
       PROGRAM-ID. EDGD1CLR.
       AUTHOR. DENISGOM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS 'Q ' WITH PICTURE SYMBOL 'Q'.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY EDCLR.
       COPY DFHAID.
       COPY EDMACR.
       COPY EDMACL.
       COPY EDMOVC.
       COPY EDSEGU.
       COPY EDAUD.
       COPY DFHBMSCA.
       COPY EDCOMEN.
       01 WK-CAMPOS-DE-TRABAJO.
           02 WK-NOMBRE-PROGRAMA        PIC X(8) VALUE 'EDGD1CLR'.
           02 WK-SISTEMA.
               03 WK-FECHA-SISTEMA        PIC 9(08) VALUE ZERO.
               03 WK-HORA-SISTEMA.
                   04 WK-HH-SISTEMA       PIC 99.
                   04 WK-MM-SISTEMA       PIC 99.
           02 WK-PRN-HORA.
               03 WK-PRN-HH           PIC 99.
               03 FILLER              PIC X VALUE ':'.
               03 WK-PRN-MM           PIC 99.
           02 WK-CREDITO-ACTUAL        PIC 9(12).
           02 WK-CLIENTE-LEIDO         PIC 9(8).
           02 WK-CLIENTE-REESTR        PIC 9(8).
           02 WK-LLAVE-NUEVA           PIC 9(12).
           02 WK-LLAVE-ENCONTRADA      PIC X.
               88 WK-SI-LLAVE-ENCONTRADA   VALUE 'S'.
      *------ MISMO RECURSO QUE EL ALTA DE EDGD1CL9, PARA QUE UNA -----*
      *------ REESTRUCTURACION Y UN ALTA SIMULTANEOS NO OBTENGAN -----*
      *------ LA MISMA LLAVE NUEVA -----------------------------------*
           02 WK-ENQ-RECURSO           PIC X(16) VALUE 'EDGD1CL9-ALTA'.
           02 WK-ALTA-GRABADA          PIC X.
               88 WK-SI-ALTA-GRABADA       VALUE 'S'.
           02 WK-ALTA-INTENTO          PIC 9.
           02 WK-CIERRE-CORRECTO       PIC X.
               88 WK-SI-CIERRE-CORRECTO    VALUE 'S'.
           02 WK-CAMPOS-VALIDOS        PIC X.
               88 WK-CAMPOS-OK             VALUE 'S'.
           02 WK-DUPLICADO             PIC X.
               88 WK-SI-DUPLICADO          VALUE 'S'.
           02 WK-HORA-MOV              PIC 9(06).
           02 WK-OPERADOR-LEIDO        PIC X(8).
           02 WK-AUTORIZADO            PIC X.
               88 WK-SI-AUTORIZADO         VALUE 'S'.
           02 WK-IND                   PIC 9(02).
           02 WK-IND2                  PIC 9(02).
           02 WK-CANT-CREDITOS         PIC 9(02).
           02 WK-CODIGO-TOMADO         PIC 9(12).
           02 WK-PLAZO-ORIGEN          PIC 9(03).
           02 WK-TASA-ORIGEN           PIC 9(02)V9(04).
           02 WK-PLAZO-NUEVO           PIC 9(03).
           02 WK-TASA-NUEVA            PIC 9(02)V9(04).
           02 WK-TASA-MENSUAL          PIC 9V9(08).
           02 WK-CUOTA-NUEVA           PIC 9(07)V99.
           02 WK-SALDO-UNIFICADO       PIC S9(11)V99.
           02 WK-CAPITAL-UNIFICADO     PIC S9(11)V99.
           02 WK-INTERES-UNIFICADO     PIC S9(11)V99.
           02 WK-MORA-UNIFICADA        PIC S9(11)V99.
      *------ CREDITOS A REESTRUCTURAR, COMPACTADOS EN ORDEN DE -------*
      *------ PANTALLA; EL SALDO Y SUS COMPONENTES SON LOS LEIDOS ----*
      *------ AL VALIDAR Y SE VUELVEN A COMPARAR AL CERRAR CADA UNO --*
           02 WK-TAB-CREDITOS.
               03 WK-TC-CREDITO OCCURS 5.
                   04 WK-TC-CODIGO        PIC 9(12).
                   04 WK-TC-SALDO         PIC 9(09)V99.
                   04 WK-TC-CAPITAL       PIC 9(09)V99.
                   04 WK-TC-INTERES       PIC 9(09)V99.
                   04 WK-TC-MORA          PIC 9(09)V99.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           02 LNK-LARGO   PIC X OCCURS 0 TO 600 DEPENDING ON EIBCALEN.

       PROCEDURE DIVISION.
       MIAN.
           PERFORM 050-OBTENER-FECHA.
           IF EIBCALEN NOT = 0
               MOVE DFHCOMMAREA TO WK-COM-ENVIAR
           END-IF.
      *---------- EVALUAR TECLA PRESIONADA
           EVALUATE TRUE
               WHEN EIBCALEN NOT = 0 AND EIBTRNID = 'EDDR'
                                    AND EIBAID = DFHENTER
                   PERFORM 100-RECIBIR-MAPA
                   PERFORM 300-PROCESAR-ACCION
                   PERFORM 060-ENVIAR-DATOS
                   PERFORM 070-REGRESAR-TRAN
               WHEN EIBCALEN NOT = 0 AND EIBTRNID = 'EDDR'
                                    AND EIBAID = DFHPF3
                   PERFORM 999-REGRESAR-DETALLE
               WHEN EIBCALEN NOT = 0
                   PERFORM 200-PREPARAR-PANTALLA
                   PERFORM 060-ENVIAR-DATOS
                   PERFORM 070-REGRESAR-TRAN
               WHEN OTHER
                   PERFORM 998-REGRESAR-BROWSER
           END-EVALUATE.

       050-OBTENER-FECHA.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WK-SISTEMA.
           MOVE WK-FECHA-SISTEMA TO EDCLR-FECHAO.
           MOVE WK-HH-SISTEMA TO WK-PRN-HH.
           MOVE WK-MM-SISTEMA TO WK-PRN-MM.
           MOVE WK-PRN-HORA TO EDCLR-HORAO.

      *--------------- ENVIAR DATOS AL MAPA -------------*
       060-ENVIAR-DATOS.
           EXEC CICS
                SEND MAP('EDCLR')
                MAPSET('EDCLR')
                ERASE
                NOHANDLE
           END-EXEC.

      *------------- REGRESAR CONTROL A TRANSACCION -----------*
      *------------- EDDR ES LA TRANSACCION PROPIA DE EDGD1CLR -*
      *------------- PARA SU CICLO DE REENVIO -------------------*
       070-REGRESAR-TRAN.
           EXEC CICS
                RETURN
                TRANSID('EDDR')
                COMMAREA(WK-COM-ENVIAR)
           END-EXEC.

      *------------ RECIBIR DATOS DEL MAPA -----------*
       100-RECIBIR-MAPA.
           EXEC CICS
                RECEIVE MAP('EDCLR')
                MAPSET('EDCLR')
           END-EXEC.

      *---- PRIMERA PANTALLA: EL CREDITO DE EDGD1CL3 (Y LOS DEMAS -----*
      *---- QUE VENGAN SELECCIONADOS DESDE EDGD1CLQ), CON EL PLAZO ----*
      *---- Y LA TASA DEL PRIMER CREDITO COMO TERMINOS SUGERIDOS ------*
       200-PREPARAR-PANTALLA.
           INITIALIZE WK-TAB-CREDITOS.
           MOVE ZERO TO WK-CANT-CREDITOS
                        WK-LLAVE-NUEVA
                        WK-CUOTA-NUEVA
                        WK-PLAZO-NUEVO
                        WK-TASA-NUEVA.
           PERFORM 205-TOMAR-SELECCION-INICIAL
               VARYING WK-IND2 FROM 1 BY 1 UNTIL WK-IND2 > 5.
           PERFORM 310-VALIDAR-SELECCION.
           IF WK-CAMPOS-OK
               MOVE WK-PLAZO-ORIGEN TO WK-PLAZO-NUEVO
               MOVE WK-TASA-ORIGEN  TO WK-TASA-NUEVA
               PERFORM 320-CALCULAR-CUOTA
               MOVE 'INDIQUE PLAZO, TASA Y ACCION R'
                   TO EDCLR-MENSAJEO
           END-IF.
           PERFORM 230-MOSTRAR-SELECCION.

      *---- TOMAR DE LA COMMAREA LOS CREDITOS SELECCIONADOS ----------*
       205-TOMAR-SELECCION-INICIAL.
           IF WK-SEL-ENVIAR(WK-IND2) NUMERIC
               MOVE WK-SEL-ENVIAR(WK-IND2) TO WK-CODIGO-TOMADO
               PERFORM 307-AGREGAR-CODIGO
           END-IF.

      *----------- CALCULAR LA SIGUIENTE LLAVE (EDMP-LLAVE + 1) -------*
      *----------- RECORRIENDO EDP3CR EN REVERSO DESDE LA MAS ALTA ----*
       215-OBTENER-SIGUIENTE-LLAVE.
           MOVE 999999999999 TO EDMP-LLAVE.
           MOVE 'N' TO WK-LLAVE-ENCONTRADA.
           EXEC CICS
                STARTBR
                FILE('EDP3CR')
                RIDFLD(EDMP-LLAVE)
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
               EXEC CICS
                    READPREV
                    FILE('EDP3CR')
                    RIDFLD(EDMP-LLAVE)
                    INTO(REG-EDMACR)
                    NOHANDLE
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   MOVE 'S' TO WK-LLAVE-ENCONTRADA
               END-IF
               EXEC CICS
                    ENDBR
                    FILE('EDP3CR')
                    NOHANDLE
               END-EXEC
           END-IF.
           IF WK-SI-LLAVE-ENCONTRADA
               COMPUTE WK-LLAVE-NUEVA = EDMP-LLAVE + 1
           ELSE
               MOVE 1 TO WK-LLAVE-NUEVA
           END-IF.

      *------- LEER EN EDP3CL EL NOMBRE DEL CLIENTE DE LOS ------------*
      *------- CREDITOS A REESTRUCTURAR -------------------------------*
       220-LEER-NOMBRE-CLIENTE.
           MOVE WK-CLIENTE-REESTR TO WK-CLIENTE-LEIDO.
           EXEC CICS
                READ
                FILE('EDP3CL')
                RIDFLD(WK-CLIENTE-LEIDO)
                INTO(REG-EDMACL)
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE EDCM-NOMBRE TO EDCLR-NOM-CLIENTEO
           ELSE
               MOVE 'NO REGISTRADO' TO EDCLR-NOM-CLIENTEO
           END-IF.

      *---- MOSTRAR LOS CREDITOS CON SU SALDO, EL SALDO UNIFICADO ----*
      *---- Y LOS TERMINOS DEL CREDITO NUEVO --------------------------*
       230-MOSTRAR-SELECCION.
           MOVE WK-CLIENTE-REESTR    TO EDCLR-COD-CLIENTEO.
           PERFORM 220-LEER-NOMBRE-CLIENTE.
           MOVE WK-TC-CODIGO(1)      TO EDCLR-CREDITO1O.
           MOVE WK-TC-SALDO(1)       TO EDCLR-SALDO1O.
           MOVE WK-TC-CODIGO(2)      TO EDCLR-CREDITO2O.
           MOVE WK-TC-SALDO(2)       TO EDCLR-SALDO2O.
           MOVE WK-TC-CODIGO(3)      TO EDCLR-CREDITO3O.
           MOVE WK-TC-SALDO(3)       TO EDCLR-SALDO3O.
           MOVE WK-TC-CODIGO(4)      TO EDCLR-CREDITO4O.
           MOVE WK-TC-SALDO(4)       TO EDCLR-SALDO4O.
           MOVE WK-TC-CODIGO(5)      TO EDCLR-CREDITO5O.
           MOVE WK-TC-SALDO(5)       TO EDCLR-SALDO5O.
           MOVE WK-SALDO-UNIFICADO   TO EDCLR-SALDO-TOTALO.
           MOVE WK-PLAZO-NUEVO       TO EDCLR-PLAZOO.
           MOVE WK-TASA-NUEVA        TO EDCLR-TASAO.
           MOVE WK-CUOTA-NUEVA       TO EDCLR-CUOTAO.
           MOVE WK-LLAVE-NUEVA       TO EDCLR-CREDITO-NUEVOO.
           MOVE SPACE                TO EDCLR-ACCIONO.

      *----------------- PROCESAR ACCION DEL USUARIO ------------------*
       300-PROCESAR-ACCION.
           MOVE ZERO TO WK-LLAVE-NUEVA
                        WK-CUOTA-NUEVA.
           PERFORM 305-TOMAR-CREDITOS.
           PERFORM 310-VALIDAR-SELECCION.
           IF WK-CAMPOS-OK
               PERFORM 312-VALIDAR-TERMINOS
           END-IF.
           IF WK-CAMPOS-OK
               EVALUATE EDCLR-ACCIONI
                   WHEN SPACE
                       MOVE 'PARA REESTRUCTURAR INDIQUE ACCION R'
                           TO EDCLR-MENSAJEO
                   WHEN 'R'
                       PERFORM 360-VERIFICAR-AUTORIZACION
                       IF WK-SI-AUTORIZADO
                           PERFORM 330-APLICAR-REESTRUCTURA
                       END-IF
                   WHEN OTHER
                       MOVE 'ACCION INVALIDA' TO EDCLR-MENSAJEO
               END-EVALUATE
           END-IF.
           PERFORM 230-MOSTRAR-SELECCION.

      *---- EL PRIMER CREDITO ES SIEMPRE EL DEL DETALLE (COMMAREA); --*
      *---- LOS DEMAS SE TOMAN DE LA PANTALLA, SALTANDO LOS VACIOS ---*
       305-TOMAR-CREDITOS.
           INITIALIZE WK-TAB-CREDITOS.
           MOVE ZERO TO WK-CANT-CREDITOS.
           MOVE WK-SEL-ENVIAR(1) TO WK-CODIGO-TOMADO.
           PERFORM 307-AGREGAR-CODIGO.
           IF EDCLR-CREDITO2I NUMERIC
               MOVE EDCLR-CREDITO2I TO WK-CODIGO-TOMADO
               PERFORM 307-AGREGAR-CODIGO
           END-IF.
           IF EDCLR-CREDITO3I NUMERIC
               MOVE EDCLR-CREDITO3I TO WK-CODIGO-TOMADO
               PERFORM 307-AGREGAR-CODIGO
           END-IF.
           IF EDCLR-CREDITO4I NUMERIC
               MOVE EDCLR-CREDITO4I TO WK-CODIGO-TOMADO
               PERFORM 307-AGREGAR-CODIGO
           END-IF.
           IF EDCLR-CREDITO5I NUMERIC
               MOVE EDCLR-CREDITO5I TO WK-CODIGO-TOMADO
               PERFORM 307-AGREGAR-CODIGO
           END-IF.

       307-AGREGAR-CODIGO.
           IF WK-CODIGO-TOMADO NOT = ZERO AND WK-CANT-CREDITOS < 5
               ADD 1 TO WK-CANT-CREDITOS
               MOVE WK-CODIGO-TOMADO TO WK-TC-CODIGO(WK-CANT-CREDITOS)
           END-IF.

      *---- VALIDAR CADA CREDITO (EXISTE, NO ELIMINADO, ACTIVO, NO ----*
      *---- REPETIDO Y DEL MISMO CLIENTE QUE EL PRIMERO) Y SUMAR SU ---*
      *---- SALDO Y COMPONENTES AL SALDO UNIFICADO --------------------*
       310-VALIDAR-SELECCION.
           MOVE 'S' TO WK-CAMPOS-VALIDOS.
           MOVE SPACE TO EDCLR-MENSAJEO.
           MOVE ZERO TO WK-SALDO-UNIFICADO
                        WK-CAPITAL-UNIFICADO
                        WK-INTERES-UNIFICADO
                        WK-MORA-UNIFICADA
                        WK-CLIENTE-REESTR.
           IF WK-CANT-CREDITOS = ZERO
               MOVE 'NO HAY CREDITO SELECCIONADO' TO EDCLR-MENSAJEO
               MOVE 'N' TO WK-CAMPOS-VALIDOS
           END-IF.
           IF WK-CAMPOS-OK
               PERFORM 315-VALIDAR-CREDITO
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-CANT-CREDITOS OR NOT WK-CAMPOS-OK
           END-IF.
           IF WK-CAMPOS-OK AND WK-SALDO-UNIFICADO = ZERO
               MOVE 'NO HAY SALDO QUE REESTRUCTURAR' TO EDCLR-MENSAJEO
               MOVE 'N' TO WK-CAMPOS-VALIDOS
           END-IF.
           IF WK-CAMPOS-OK AND WK-SALDO-UNIFICADO > 999999999.99
               MOVE 'EL SALDO UNIFICADO EXCEDE EL MAXIMO'
                   TO EDCLR-MENSAJEO
               MOVE 'N' TO WK-CAMPOS-VALIDOS
           END-IF.

      *---- PLAZO MAYOR QUE CERO Y TASA NUMERICA; CON AMBOS SE -------*
      *---- CALCULA LA CUOTA DEL CREDITO NUEVO ------------------------*
       312-VALIDAR-TERMINOS.
           MOVE ZERO TO WK-PLAZO-NUEVO
                        WK-TASA-NUEVA.
           IF EDCLR-PLAZOI NOT NUMERIC OR EDCLR-PLAZOI = ZERO
               MOVE 'EL PLAZO DEBE SER MAYOR QUE CERO'
                   TO EDCLR-MENSAJEO
               MOVE 'N' TO WK-CAMPOS-VALIDOS
           END-IF.
           IF WK-CAMPOS-OK AND EDCLR-TASAI NOT NUMERIC
               MOVE 'LA TASA DE INTERES ES INVALIDA' TO EDCLR-MENSAJEO
               MOVE 'N' TO WK-CAMPOS-VALIDOS
           END-IF.
           IF WK-CAMPOS-OK
               MOVE EDCLR-PLAZOI TO WK-PLAZO-NUEVO
               MOVE EDCLR-TASAI  TO WK-TASA-NUEVA
               PERFORM 320-CALCULAR-CUOTA
           END-IF.

       315-VALIDAR-CREDITO.
           MOVE 'N' TO WK-DUPLICADO.
           PERFORM 317-BUSCAR-DUPLICADO
               VARYING WK-IND2 FROM 1 BY 1 UNTIL WK-IND2 >= WK-IND.
           MOVE WK-TC-CODIGO(WK-IND) TO WK-CREDITO-ACTUAL.
           EXEC CICS
                READ
                FILE('EDP3CR')
                RIDFLD(WK-CREDITO-ACTUAL)
                INTO(REG-EDMACR)
                NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN WK-SI-DUPLICADO
                   MOVE 'HAY UN CREDITO REPETIDO EN LA SELECCION'
                       TO EDCLR-MENSAJEO
                   MOVE 'N' TO WK-CAMPOS-VALIDOS
               WHEN EIBRESP = DFHRESP(NOTFND)
                   MOVE 'UN CREDITO SELECCIONADO NO EXISTE'
                       TO EDCLR-MENSAJEO
                   MOVE 'N' TO WK-CAMPOS-VALIDOS
               WHEN EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'OCURRIO UN ERROR AL LEER EL CREDITO'
                       TO EDCLR-MENSAJEO
                   MOVE 'N' TO WK-CAMPOS-VALIDOS
               WHEN EDMP-MARCA-ELIMINADO = 'D'
                   MOVE 'UN CREDITO SELECCIONADO ESTA ELIMINADO'
                       TO EDCLR-MENSAJEO
                   MOVE 'N' TO WK-CAMPOS-VALIDOS
               WHEN NOT EDMP-CREDITO-ACTIVO
                   MOVE 'UN CREDITO SELECCIONADO NO ESTA ACTIVO'
                       TO EDCLR-MENSAJEO
                   MOVE 'N' TO WK-CAMPOS-VALIDOS
               WHEN WK-IND > 1
                AND EDMP-CODIGO-CLIENTE NOT = WK-CLIENTE-REESTR
                   MOVE 'LOS CREDITOS DEBEN SER DEL MISMO CLIENTE'
                       TO EDCLR-MENSAJEO
                   MOVE 'N' TO WK-CAMPOS-VALIDOS
               WHEN OTHER
                   PERFORM 316-SUMAR-CREDITO
           END-EVALUATE.
           IF WK-IND = 1
               MOVE EDMP-CODIGO-CLIENTE TO WK-CLIENTE-REESTR
           END-IF.

      *---- CREDITO ANTERIOR AL DESGLOSE DEL SALDO: TODO EL SALDO -----*
      *---- PENDIENTE SE TOMA COMO CAPITAL (COMO EN EDGD1CLP) ---------*
       316-SUMAR-CREDITO.
           IF WK-IND = 1
               MOVE EDMP-PLAZO-MESES        TO WK-PLAZO-ORIGEN
               MOVE EDMP-TASA-INTERES-ANUAL TO WK-TASA-ORIGEN
           END-IF.
           PERFORM 322-DESGLOSAR-SALDO.
           MOVE EDMP-SALDO-TOTAL   TO WK-TC-SALDO(WK-IND).
           MOVE EDMP-SALDO-CAPITAL TO WK-TC-CAPITAL(WK-IND).
           MOVE EDMP-SALDO-INTERES TO WK-TC-INTERES(WK-IND).
           MOVE EDMP-SALDO-MORA    TO WK-TC-MORA(WK-IND).
           ADD EDMP-SALDO-TOTAL   TO WK-SALDO-UNIFICADO.
           ADD EDMP-SALDO-CAPITAL TO WK-CAPITAL-UNIFICADO.
           ADD EDMP-SALDO-INTERES TO WK-INTERES-UNIFICADO.
           ADD EDMP-SALDO-MORA    TO WK-MORA-UNIFICADA.

       317-BUSCAR-DUPLICADO.
           IF WK-TC-CODIGO(WK-IND2) = WK-TC-CODIGO(WK-IND)
               MOVE 'S' TO WK-DUPLICADO
           END-IF.

      *---- CUOTA NIVELADA QUE AMORTIZA EL SALDO UNIFICADO EN EL -----*
      *---- PLAZO NUEVO A LA TASA NUEVA (MISMA FORMULA DE EDBD1CLO): -*
      *----   CUOTA = SALDO * I / (1 - (1 + I) ** -N), I = TASA/1200 -*
      *---- CON TASA CERO ES EL SALDO ENTRE EL PLAZO -----------------*
       320-CALCULAR-CUOTA.
           COMPUTE WK-TASA-MENSUAL ROUNDED = WK-TASA-NUEVA / 1200.
           IF WK-TASA-MENSUAL = ZERO
               COMPUTE WK-CUOTA-NUEVA ROUNDED =
                   WK-SALDO-UNIFICADO / WK-PLAZO-NUEVO
                   ON SIZE ERROR
                       MOVE 'CUOTA RESULTANTE FUERA DE RANGO'
                           TO EDCLR-MENSAJEO
                       MOVE 'N' TO WK-CAMPOS-VALIDOS
               END-COMPUTE
           ELSE
               COMPUTE WK-CUOTA-NUEVA ROUNDED =
                   WK-SALDO-UNIFICADO * WK-TASA-MENSUAL
                   / (1 - (1 + WK-TASA-MENSUAL)
                          ** (0 - WK-PLAZO-NUEVO))
                   ON SIZE ERROR
                       MOVE 'CUOTA RESULTANTE FUERA DE RANGO'
                           TO EDCLR-MENSAJEO
                       MOVE 'N' TO WK-CAMPOS-VALIDOS
               END-COMPUTE
           END-IF.

       322-DESGLOSAR-SALDO.
           IF NOT EDMP-SI-SALDO-DESGLOSADO
               MOVE EDMP-SALDO-TOTAL TO EDMP-SALDO-CAPITAL
               MOVE ZERO TO EDMP-SALDO-INTERES
               MOVE ZERO TO EDMP-SALDO-MORA
               MOVE 'S' TO EDMP-SALDO-DESGLOSADO
           END-IF.

      *---- APLICAR LA REESTRUCTURACION: PRIMERO SE GRABA EL CREDITO --*
      *---- NUEVO (LLAVE CALCULADA DENTRO DEL ENQ, COMO EL ALTA DE ----*
      *---- EDGD1CL9) Y LUEGO SE CIERRA CADA CREDITO ANTERIOR. SI UN --*
      *---- CREDITO CAMBIO DESDE LA VALIDACION (SALDO O ESTADO) O ----*
      *---- FALLA LA GRABACION DE UN MOVIMIENTO EN EDMOVS SE ---------*
      *---- DESHACE TODO LO GRABADO EN LA TAREA CON SYNCPOINT ---------*
      *---- ROLLBACK Y EL OPERADOR DEBE REPETIR LA OPERACION ----------*
       330-APLICAR-REESTRUCTURA.
           EXEC CICS
                ENQ
                RESOURCE(WK-ENQ-RECURSO)
                LENGTH(LENGTH OF WK-ENQ-RECURSO)
           END-EXEC.
           MOVE 'N' TO WK-ALTA-GRABADA.
           PERFORM 335-GRABAR-CREDITO-NUEVO
               VARYING WK-ALTA-INTENTO FROM 1 BY 1
               UNTIL WK-SI-ALTA-GRABADA OR WK-ALTA-INTENTO > 3.
           EXEC CICS
                DEQ
                RESOURCE(WK-ENQ-RECURSO)
                LENGTH(LENGTH OF WK-ENQ-RECURSO)
           END-EXEC.
           IF NOT WK-SI-ALTA-GRABADA
               MOVE 'OCURRIO UN ERROR AL CREAR EL CREDITO'
                   TO EDCLR-MENSAJEO
               MOVE ZERO TO WK-LLAVE-NUEVA
           ELSE
               MOVE 'S' TO WK-CIERRE-CORRECTO
               PERFORM 345-GRABAR-MOV-ALTA
               IF NOT WK-SI-CIERRE-CORRECTO
                   EXEC CICS
                        SYNCPOINT ROLLBACK
                        NOHANDLE
                   END-EXEC
                   MOVE 'ERROR AL GRABAR EDMOVS; REPITA OPERACION'
                       TO EDCLR-MENSAJEO
                   MOVE ZERO TO WK-LLAVE-NUEVA
               ELSE
                   PERFORM 340-CERRAR-CREDITO-ANTERIOR
                       VARYING WK-IND FROM 1 BY 1
                       UNTIL WK-IND > WK-CANT-CREDITOS
                          OR NOT WK-SI-CIERRE-CORRECTO
                   IF WK-SI-CIERRE-CORRECTO
                       MOVE 'REESTRUCTURACION APLICADA CORRECTAMENTE'
                           TO EDCLR-MENSAJEO
                       MOVE WK-LLAVE-NUEVA TO WK-SEL-ENVIAR(1)
                   ELSE
                       EXEC CICS
                            SYNCPOINT ROLLBACK
                            NOHANDLE
                       END-EXEC
                       MOVE 'UN CREDITO CAMBIO; REPITA LA OPERACION'
                           TO EDCLR-MENSAJEO
                       MOVE ZERO TO WK-LLAVE-NUEVA
                   END-IF
               END-IF
           END-IF.

      *---- CREDITO NUEVO: MONTO, SALDO Y CAPITAL = SALDO UNIFICADO, --*
      *---- TASA FIJA, INICIA HOY, CON LA MARCA DE REESTRUCTURA Y -----*
      *---- LOS CREDITOS QUE REEMPLAZA --------------------------------*
       335-GRABAR-CREDITO-NUEVO.
           PERFORM 215-OBTENER-SIGUIENTE-LLAVE.
           MOVE SPACE TO REG-EDMACR.
           MOVE WK-LLAVE-NUEVA             TO EDMP-LLAVE.
           MOVE WK-CLIENTE-REESTR          TO EDMP-CODIGO-CLIENTE.
           MOVE WK-SALDO-UNIFICADO         TO EDMP-MONTO-TOTAL.
           MOVE WK-SALDO-UNIFICADO         TO EDMP-SALDO-TOTAL.
           MOVE WK-CUOTA-NUEVA             TO EDMP-CUOTA-MENSUAL.
           MOVE WK-FECHA-SISTEMA          TO EDMP-FECHA-INICIO-PRESTAMO.
           MOVE WK-PLAZO-NUEVO             TO EDMP-PLAZO-MESES.
           MOVE WK-TASA-NUEVA              TO EDMP-TASA-INTERES-ANUAL.
           MOVE ZERO                      TO EDMP-NUMERO-CUOTAS-PAGADAS.
           MOVE ZERO                       TO EDMP-FECHA-ULTIMO-PAGO.
           MOVE SPACE                      TO EDMP-MARCA-ELIMINADO.
           MOVE 'A'                        TO EDMP-ESTADO-CREDITO.
           MOVE ZERO                       TO EDMP-FECHA-CANCELACION.
           MOVE 'S'                        TO EDMP-SALDO-DESGLOSADO.
           MOVE WK-SALDO-UNIFICADO         TO EDMP-SALDO-CAPITAL.
           MOVE ZERO                       TO EDMP-SALDO-INTERES.
           MOVE ZERO                       TO EDMP-SALDO-MORA.
           MOVE 'F'                        TO EDMP-TIPO-TASA.
           MOVE SPACE                      TO EDMP-INDICE-TASA.
           MOVE ZERO                       TO EDMP-MARGEN-TASA
                                              EDMP-TASA-PISO
                                              EDMP-TASA-TECHO.
           MOVE 'S'                        TO EDMP-MARCA-REESTRUCTURA.
           MOVE WK-FECHA-SISTEMA           TO EDMP-FECHA-REESTRUCTURA.
           MOVE ZERO                       TO EDMP-CREDITO-SUCESOR.
           MOVE WK-TC-CODIGO(1)            TO EDMP-CREDITO-ANTERIOR(1).
           MOVE WK-TC-CODIGO(2)            TO EDMP-CREDITO-ANTERIOR(2).
           MOVE WK-TC-CODIGO(3)            TO EDMP-CREDITO-ANTERIOR(3).
           MOVE WK-TC-CODIGO(4)            TO EDMP-CREDITO-ANTERIOR(4).
           MOVE WK-TC-CODIGO(5)            TO EDMP-CREDITO-ANTERIOR(5).
           MOVE EIBTRMID                   TO EDMP-USUARIO-ULT-CAMBIO.
           MOVE WK-FECHA-SISTEMA           TO EDMP-FECHA-ULT-CAMBIO.
           EXEC CICS
                WRITE
                FILE('EDP3CR')
                FROM(REG-EDMACR)
                RIDFLD(EDMP-LLAVE)
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE 'S' TO WK-ALTA-GRABADA
           END-IF.

      *---- CERRAR UN CREDITO REEMPLAZADO: ESTADO 'R', SALDO Y SUS ----*
      *---- COMPONENTES A CERO, FECHA DE CIERRE EN FECHA-CANCELACION --*
      *---- Y EL CREDITO NUEVO EN EDMP-CREDITO-SUCESOR. SOLO SI SIGUE -*
      *---- ACTIVO Y CON EL MISMO SALDO QUE SE VALIDO -----------------*
       340-CERRAR-CREDITO-ANTERIOR.
           MOVE WK-TC-CODIGO(WK-IND) TO WK-CREDITO-ACTUAL.
           EXEC CICS
                READ
                FILE('EDP3CR')
                RIDFLD(WK-CREDITO-ACTUAL)
                INTO(REG-EDMACR)
                UPDATE
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO WK-CIERRE-CORRECTO
           ELSE
               IF EDMP-MARCA-ELIMINADO = 'D'
                  OR NOT EDMP-CREDITO-ACTIVO
                  OR EDMP-SALDO-TOTAL NOT = WK-TC-SALDO(WK-IND)
                   MOVE 'N' TO WK-CIERRE-CORRECTO
                   EXEC CICS
                        UNLOCK
                        FILE('EDP3CR')
                   END-EXEC
               ELSE
                   MOVE 'R'              TO EDMP-ESTADO-CREDITO
                   MOVE WK-FECHA-SISTEMA TO EDMP-FECHA-CANCELACION
                   MOVE 'S'              TO EDMP-SALDO-DESGLOSADO
                   MOVE ZERO             TO EDMP-SALDO-TOTAL
                                            EDMP-SALDO-CAPITAL
                                            EDMP-SALDO-INTERES
                                            EDMP-SALDO-MORA
                   MOVE WK-FECHA-SISTEMA TO EDMP-FECHA-REESTRUCTURA
                   MOVE WK-LLAVE-NUEVA   TO EDMP-CREDITO-SUCESOR
                   MOVE EIBTRMID         TO EDMP-USUARIO-ULT-CAMBIO
                   MOVE WK-FECHA-SISTEMA TO EDMP-FECHA-ULT-CAMBIO
                   EXEC CICS
                        REWRITE
                        FILE('EDP3CR')
                        FROM(REG-EDMACR)
                        NOHANDLE
                   END-EXEC
                   IF EIBRESP = DFHRESP(NORMAL)
                       PERFORM 350-GRABAR-MOV-SALIDA
                   ELSE
                       MOVE 'N' TO WK-CIERRE-CORRECTO
                   END-IF
               END-IF
           END-IF.

      *---- GRABAR EN EDMOVS EL MOVIMIENTO 'N' DEL CREDITO NUEVO -----*
      *---- (SALDO ANTERIOR CERO, TODO EL MONTO ES CAPITAL). LA ------*
      *---- SECUENCIA SE TOMA DE EIBTASKN, IGUAL QUE EN EDGD1CLP -----*
       345-GRABAR-MOV-ALTA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-HORA-MOV.
           MOVE WK-LLAVE-NUEVA      TO EDMV-COD-CREDITO.
           MOVE WK-FECHA-SISTEMA    TO EDMV-FECHA.
           MOVE WK-HORA-MOV         TO EDMV-HORA.
           MOVE EIBTASKN            TO EDMV-SECUENCIA.
           MOVE WK-NOMBRE-PROGRAMA  TO EDMV-PROGRAMA.
           MOVE EIBOPID             TO EDMV-OPERADOR.
           MOVE 'N'                 TO EDMV-TIPO-MOVIMIENTO.
           MOVE ZERO                TO EDMV-SALDO-ANTERIOR.
           MOVE WK-SALDO-UNIFICADO  TO EDMV-SALDO-NUEVO.
           MOVE WK-SALDO-UNIFICADO  TO EDMV-MONTO-MOVIMIENTO.
           MOVE 'S'                 TO EDMV-DESGLOSE.
           MOVE WK-SALDO-UNIFICADO  TO EDMV-MONTO-CAPITAL.
           MOVE ZERO                TO EDMV-MONTO-INTERES.
           MOVE ZERO                TO EDMV-MONTO-MORA.
           MOVE SPACE               TO EDMV-FILLER.
           EXEC CICS
                WRITE
                FILE('EDMOVS')
                FROM(REG-EDMOVC)
                RIDFLD(EDMV-LLAVE)
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO WK-CIERRE-CORRECTO
           END-IF.

      *---- GRABAR EN EDMOVS EL MOVIMIENTO 'T' DEL CREDITO CERRADO ---*
      *---- (SALDO NUEVO CERO, MONTO Y COMPONENTES NEGATIVOS) --------*
       350-GRABAR-MOV-SALIDA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-HORA-MOV.
           MOVE WK-TC-CODIGO(WK-IND) TO EDMV-COD-CREDITO.
           MOVE WK-FECHA-SISTEMA    TO EDMV-FECHA.
           MOVE WK-HORA-MOV         TO EDMV-HORA.
           MOVE EIBTASKN            TO EDMV-SECUENCIA.
           MOVE WK-NOMBRE-PROGRAMA  TO EDMV-PROGRAMA.
           MOVE EIBOPID             TO EDMV-OPERADOR.
           MOVE 'T'                 TO EDMV-TIPO-MOVIMIENTO.
           MOVE WK-TC-SALDO(WK-IND) TO EDMV-SALDO-ANTERIOR.
           MOVE ZERO                TO EDMV-SALDO-NUEVO.
           COMPUTE EDMV-MONTO-MOVIMIENTO = 0 - WK-TC-SALDO(WK-IND).
           MOVE 'S'                 TO EDMV-DESGLOSE.
           COMPUTE EDMV-MONTO-CAPITAL = 0 - WK-TC-CAPITAL(WK-IND).
           COMPUTE EDMV-MONTO-INTERES = 0 - WK-TC-INTERES(WK-IND).
           COMPUTE EDMV-MONTO-MORA    = 0 - WK-TC-MORA(WK-IND).
           MOVE SPACE               TO EDMV-FILLER.
           EXEC CICS
                WRITE
                FILE('EDMOVS')
                FROM(REG-EDMOVC)
                RIDFLD(EDMV-LLAVE)
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO WK-CIERRE-CORRECTO
           END-IF.

      *---- VERIFICAR EN EDSEGU SI EL OPERADOR (EIBOPID) TIENE LA -----*
      *---- AUTORIDAD DE ALTA Y LA DE CAMBIO (LA REESTRUCTURACION -----*
      *---- CREA UN CREDITO Y MODIFICA OTROS); SIN REGISTRO DE --------*
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
           IF EIBRESP = DFHRESP(NORMAL) AND EDSE-PUEDE-ALTA
                                        AND EDSE-PUEDE-CAMBIO
               MOVE 'S' TO WK-AUTORIZADO
           END-IF.
           IF NOT WK-SI-AUTORIZADO
               MOVE 'OPERADOR NO AUTORIZADO A REESTRUCTURAR'
                   TO EDCLR-MENSAJEO
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
           MOVE WK-SEL-ENVIAR-GRUPO TO EDAU-CREDITOS-SELECCION-GRUPO.
           MOVE ZERO TO EDAU-CANTIDAD-SELECCION.
           EXEC CICS
                WRITE
                FILE('EDAUD')
                FROM(REG-EDAUD)
                RIDFLD(EDAU-LLAVE)
                NOHANDLE
           END-EXEC.

      *---- REGRESAR AL DETALLE DEL CREDITO (EDGD1CL3), QUE VUELVE ----*
      *---- A CARGAR EL CREDITO DE WK-SEL-ENVIAR(1) DE LA COMMAREA ----*
      *---- (TRAS UNA REESTRUCTURACION, EL CREDITO NUEVO) -------------*
       999-REGRESAR-DETALLE.
           EXEC CICS
                XCTL
                PROGRAM('EDGD1CL3')
                COMMAREA(WK-COM-ENVIAR)
           END-EXEC.

       998-REGRESAR-BROWSER.
           EXEC CICS
                XCTL
                PROGRAM('EDGD1CLQ')
           END-EXEC.
