      *             : SE LLEGA DESDE EL BROWSER EDGD1CLQ (PF7) CON UN  *
      *             : CREDITO SELECCIONADO - EN ESE CASO SE RESUELVE   *
      *             : EL CLIENTE DUENO DEL CREDITO Y SE MUESTRA -      *
      *             : O SIN SELECCION PARA DAR DE ALTA UNO NUEVO.      *
      *             : TAMBIEN MANTIENE EL MANDATO DE DEBITO AUTOMATICO *
      *             : DEL CLIENTE (MARCA, BANCO, CUENTA Y DIA DEL MES  *
      *             : 01 A 28) QUE USA EL PROCESO DIARIO EDBD1CLH      *
      *             : Y SU LIMITE DE CREDITO APROBADO CON LA FECHA DE  *
      *             : VENCIMIENTO, CONTRA EL QUE EDGD1CL9 Y EDBD1CLB   *
      *             : VERIFICAN LA EXPOSICION DEL CLIENTE              *
      * ARCHIVOS    : EDAMCL, EDAMCR (SOLO LECTURA),                   *
      *             : EDSEGU (SEGURIDAD), EDAUD (AUDITORIA)            *
      * ACCION (ES) : C=CONSULTAR, A=ALTA, M=CAMBIO (SEGUN PERFIL      *
           02 WK-FUNCION-SOLICITADA    PIC X.
           02 WK-AUTORIZADO            PIC X.
               88 WK-SI-AUTORIZADO         VALUE 'S'.
           02 WK-FECHA-VALIDAR         PIC 9(08).
           02 FILLER REDEFINES WK-FECHA-VALIDAR.
               03 WK-VAL-AAAA          PIC 9(04).
               03 WK-VAL-MM            PIC 9(02).
               03 WK-VAL-DD            PIC 9(02).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           MOVE SPACE TO REG-EDMACL.
           MOVE ZERO  TO EDCM-CODIGO-CLIENTE.
           MOVE 'A'   TO EDCM-ESTADO.
           MOVE 'N'   TO EDCM-DEBITO-AUTOMATICO.
           MOVE ZERO  TO EDCM-DIA-DEBITO.
           MOVE ZERO  TO EDCM-LIMITE-CREDITO.
           MOVE ZERO  TO EDCM-FECHA-VENCE-LIMITE.
           PERFORM 220-MOSTRAR-CLIENTE.
           MOVE 'A' TO EDCLM-ACCIONO.

           MOVE EDCM-TELEFONO       TO EDCLM-TELEFONOO.
           MOVE EDCM-DIRECCION      TO EDCLM-DIRECCIONO.
           MOVE EDCM-ESTADO         TO EDCLM-ESTADOO.
           MOVE EDCM-DEBITO-AUTOMATICO TO EDCLM-DEBITOO.
           MOVE EDCM-BANCO-DEBITO   TO EDCLM-BANCOO.
           MOVE EDCM-CUENTA-DEBITO  TO EDCLM-CUENTAO.
           IF EDCM-DIA-DEBITO NUMERIC
               MOVE EDCM-DIA-DEBITO TO EDCLM-DIA-DEBITOO
           ELSE
               MOVE ZERO            TO EDCLM-DIA-DEBITOO
           END-IF.
           IF EDCM-LIMITE-CREDITO NUMERIC
               MOVE EDCM-LIMITE-CREDITO TO EDCLM-LIMITEO
           ELSE
               MOVE ZERO            TO EDCLM-LIMITEO
           END-IF.
           IF EDCM-FECHA-VENCE-LIMITE NUMERIC
               MOVE EDCM-FECHA-VENCE-LIMITE TO EDCLM-VENCE-LIMITEO
           ELSE
               MOVE ZERO            TO EDCLM-VENCE-LIMITEO
           END-IF.

      *---------- LEER EL CLIENTE WK-CLIENTE-ACTUAL EN EDP3CL ---------*
       230-LEER-CLIENTE.
                   MOVE 'N' TO WK-CAMPOS-VALIDOS
               END-IF
           END-IF.
           IF WK-CAMPOS-OK AND (EDCLM-ACCIONI = 'A' OR 'M')
               PERFORM 312-VALIDAR-MANDATO
           END-IF.
           IF WK-CAMPOS-OK AND (EDCLM-ACCIONI = 'A' OR 'M')
               PERFORM 313-VALIDAR-LIMITE
           END-IF.

      *----- MANDATO DE DEBITO AUTOMATICO: MARCA S, N O BLANCO; ------*
      *----- CON 'S' SON OBLIGATORIOS EL BANCO, LA CUENTA Y EL DIA ----*
      *----- DEL MES (01 A 28, PARA QUE EXISTA EN TODOS LOS MESES) ----*
       312-VALIDAR-MANDATO.
           IF EDCLM-DEBITOI NOT = 'S' AND EDCLM-DEBITOI NOT = 'N'
              AND EDCLM-DEBITOI NOT = SPACE
               MOVE 'EL DEBITO AUTOMATICO DEBE SER S, N O BLANCO'
                   TO EDCLM-MENSAJEO
               MOVE 'N' TO WK-CAMPOS-VALIDOS
           END-IF.
           IF WK-CAMPOS-OK AND EDCLM-DEBITOI = 'S'
               IF EDCLM-BANCOI = SPACE OR EDCLM-CUENTAI = SPACE
                   MOVE 'DEBITO AUTOMATICO REQUIERE BANCO Y CUENTA'
                       TO EDCLM-MENSAJEO
                   MOVE 'N' TO WK-CAMPOS-VALIDOS
               ELSE
                   IF EDCLM-DIA-DEBITOI NOT NUMERIC
                      OR EDCLM-DIA-DEBITOI < 1
                      OR EDCLM-DIA-DEBITOI > 28
                       MOVE 'EL DIA DE DEBITO DEBE SER DE 01 A 28'
                           TO EDCLM-MENSAJEO
                       MOVE 'N' TO WK-CAMPOS-VALIDOS
                   END-IF
               END-IF
           END-IF.

      *----- LIMITE DE CREDITO: NUMERICO; UN LIMITE MAYOR QUE CERO ---*
      *----- REQUIERE UNA FECHA DE VENCIMIENTO VALIDA (AAAAMMDD) ------*
      *----- QUE EN EL ALTA NO PUEDE ESTAR YA VENCIDA -----------------*
       313-VALIDAR-LIMITE.
           IF EDCLM-LIMITEI NOT NUMERIC
               MOVE 'EL LIMITE DE CREDITO DEBE SER NUMERICO'
                   TO EDCLM-MENSAJEO
               MOVE 'N' TO WK-CAMPOS-VALIDOS
           END-IF.
           IF WK-CAMPOS-OK AND EDCLM-LIMITEI > ZERO
               IF EDCLM-VENCE-LIMITEI NOT NUMERIC
                   MOVE ZERO TO WK-FECHA-VALIDAR
               ELSE
                   MOVE EDCLM-VENCE-LIMITEI TO WK-FECHA-VALIDAR
               END-IF
               IF WK-VAL-AAAA < 1900 OR WK-VAL-MM < 1 OR WK-VAL-MM > 12
                  OR WK-VAL-DD < 1 OR WK-VAL-DD > 31
                   MOVE 'VENCE DEL LIMITE INVALIDO (AAAAMMDD)'
                       TO EDCLM-MENSAJEO
                   MOVE 'N' TO WK-CAMPOS-VALIDOS
               END-IF
           END-IF.
           IF WK-CAMPOS-OK AND EDCLM-LIMITEI > ZERO
                            AND EDCLM-ACCIONI = 'A'
                            AND WK-FECHA-VALIDAR < WK-FECHA-SISTEMA
               MOVE 'EL LIMITE NO PUEDE NACER VENCIDO'
                   TO EDCLM-MENSAJEO
               MOVE 'N' TO WK-CAMPOS-VALIDOS
           END-IF.

      *---------- ARMAR EL REGISTRO CON LO CAPTURADO EN PANTALLA ------*
       315-ARMAR-REGISTRO.
           ELSE
               MOVE EDCLM-ESTADOI TO EDCM-ESTADO
           END-IF.
           IF EDCLM-DEBITOI = SPACE
               MOVE 'N' TO EDCM-DEBITO-AUTOMATICO
           ELSE
               MOVE EDCLM-DEBITOI TO EDCM-DEBITO-AUTOMATICO
           END-IF.
           MOVE EDCLM-BANCOI       TO EDCM-BANCO-DEBITO.
           MOVE EDCLM-CUENTAI      TO EDCM-CUENTA-DEBITO.
           IF EDCLM-DIA-DEBITOI NUMERIC
               MOVE EDCLM-DIA-DEBITOI TO EDCM-DIA-DEBITO
           ELSE
               MOVE ZERO TO EDCM-DIA-DEBITO
           END-IF.
           MOVE EDCLM-LIMITEI      TO EDCM-LIMITE-CREDITO.
           IF EDCLM-LIMITEI > ZERO
               MOVE EDCLM-VENCE-LIMITEI TO EDCM-FECHA-VENCE-LIMITE
           ELSE
               MOVE ZERO TO EDCM-FECHA-VENCE-LIMITE
           END-IF.
           MOVE EIBTRMID           TO EDCM-USUARIO-ULT-CAMBIO.
           MOVE WK-FECHA-SISTEMA   TO EDCM-FECHA-ULT-CAMBIO.

