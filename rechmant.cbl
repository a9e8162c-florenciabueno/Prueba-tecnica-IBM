      *OUTPUT, asi que lo que se agregue aca con EXTEND solo
      *sobrevive hasta esa corrida -- que es exactamente lo que debe
      *pasar.
      *
      *Pedido 038: TRN_USUARIO era texto libre. Cada transaccion se
      *autoriza ahora contra OPERADORES.DAT (usuario existente, activo
      *y con la accion permitida para RECHMANT); si no, se rechaza y
      *queda en el log. Un castigo (C) de una entrada cuyo CAMPO2
      *supera DUAL_CASTIGO_IMPORTE (10000.00 si no se informa, en la
      *moneda de la cuenta, como los topes de LIMITES.DAT) no se
      *aplica: queda pendiente en APROBACIONES.DAT hasta que otro
      *usuario autorizado lo apruebe con una transaccion V sobre la
      *misma CUENTA + FECHA. Una N sobre esa clave lo deniega (o lo
      *retira quien lo pidio) sin tocar RECHFIN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECHMANT.
           SELECT REPORTE_FILE ASSIGN TO "data/RECHEDAD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Pedido 038: operadores autorizados y pedidos en doble
      *> control, los mismos de TASASMANT.
           SELECT OPTIONAL OPERADORES_FILE
               ASSIGN TO "data/OPERADORES.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL APROBACIONES_FILE
               ASSIGN TO "data/APROBACIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR_CLAVE.

       DATA DIVISION.
       FILE SECTION.
       FD RECHFIN_FILE.
           05 RFN_USUARIO PIC X(08).
           05 RFN_FECHA_DISP PIC 9(08).
           05 RFN_HORA_DISP PIC X(06).
      *> Pedido 036: moneda de la cuenta del registro.
           05 RFN_MONEDA PIC X(03).

      *> Pedido 027: transaccion de seguimiento. ACCION: R resuelto,
      *> S re-presentar, C castigar. CUENTA y FECHA identifican la
      *> entrada del maestro; DISPOSICION dice como se resolvio (o
      *> por que se castiga) y es obligatoria salvo para la S, cuya
      *> disposicion es la re-presentacion misma.
      *> Pedido 038: V = aprobar y N = denegar el castigo pendiente de
      *> CUENTA + FECHA; en esas dos DISPOSICION no se usa.
       FD TRANSACCIONES_FILE.
       01 TRANSACCION_REC.
           05 TRN_ACCION PIC X(01).
           05 REC_CAMPO1 PIC X(02).
           05 REC_CAMPO2 PIC 9(07)V9(02).
           05 REC_RECICLOS PIC 9(02).
      *> Pedido 036: moneda de la cuenta del registro.
           05 REC_MONEDA PIC X(03).

      *> Pedido 038: renglon ensanchado para el aprobador.
       FD LOG_FILE.
       01 LOG_REC PIC X(180).

       FD REPORTE_FILE.
       01 REPORTE_REC PIC X(120).

      *> Pedido 038: mismo layout que lee TASASMANT.
       FD OPERADORES_FILE.
       01 OPERADOR_REC.
           05 OPE_USUARIO PIC X(08).
           05 OPE_NOMBRE PIC X(30).
           05 OPE_ACTIVO PIC X(01).
           05 OPE_PERMISO OCCURS 5 TIMES.
               10 OPE_PROGRAMA PIC X(10).
               10 OPE_ACCIONES PIC X(10).

      *> Pedido 038: mismo layout que graba TASASMANT.
       FD APROBACIONES_FILE.
       01 APROBACION_REC.
           05 APR_CLAVE.
               10 APR_PROGRAMA PIC X(10).
               10 APR_REFERENCIA PIC X(20).
           05 APR_ESTADO PIC X(01).
           05 APR_TRANSACCION PIC X(80).
           05 APR_MOTIVO PIC X(40).
           05 APR_USUARIO_PIDE PIC X(08).
           05 APR_FECHA_PIDE PIC 9(08).
           05 APR_HORA_PIDE PIC X(06).
           05 APR_USUARIO_DECIDE PIC X(08).
           05 APR_FECHA_DECIDE PIC 9(08).
           05 APR_HORA_DECIDE PIC X(06).

       WORKING-STORAGE SECTION.
       01 WS_END PIC X VALUE '1'.
       01 WS_FECHA_HOY PIC 9(08).
       01 WS_CONTADOR_APLICADAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_RECHAZADAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_REPRESENTADAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_PENDIENTES PIC 9(07) VALUE 0.

      *> Pedido 038: operadores de OPERADORES.DAT, cada uno con las
      *> acciones que tiene permitidas en este programa.
       01 WS_PROGRAMA PIC X(10) VALUE "RECHMANT".
       01 WS_OPERADORES_TABLA.
           05 WS_OPERADOR_CANT PIC 9(04) VALUE 0.
           05 WS_OPERADOR OCCURS 500 TIMES INDEXED BY WS_OPERADOR_IDX.
               10 WS_OPERADOR_USUARIO PIC X(08).
               10 WS_OPERADOR_ACTIVO PIC X(01).
               10 WS_OPERADOR_ACCIONES PIC X(10).
       01 WS_FIN_OPERADORES PIC X VALUE 'N'.
       01 WS_POS_OPERADOR PIC 9(04) VALUE 0.
       01 WS_PERMISO_IDX PIC 9(02) VALUE 0.
       01 WS_ACCION_PERMITIDA PIC 9(02) VALUE 0.

      *> Pedido 038: doble control del castigo. El tope llega por
      *> entorno; DECISION es V o N cuando la transaccion decide un
      *> pedido pendiente.
       01 WS_DUAL_IMPORTE_TXT PIC X(12) VALUE SPACES.
       01 WS_DUAL_IMPORTE PIC 9(07)V9(02) VALUE 10000.
       01 WS_DUAL_IMPORTE_ED PIC 9(07).9(02).
       01 WS_REQUIERE_APROBACION PIC X VALUE 'N'.
       01 WS_MOTIVO_PEDIDO PIC X(40) VALUE SPACES.
       01 WS_PEDIDO_LEIDO PIC X VALUE 'N'.
       01 WS_DECISION PIC X(01) VALUE SPACE.
       01 WS_USUARIO_DECIDE PIC X(08) VALUE SPACES.
       01 WS_APROBADOR PIC X(08) VALUE SPACES.

      *> Pedido 027: antiguedad de lo abierto. Se junta en memoria y
      *> se lista de mas viejo a mas nuevo, con cortes 91+/31-90/0-30
       01 WS_CAMPO2_ED PIC 9(07).9(02).
       01 WS_SUMA_ED PIC 9(11).9(02).
       01 WS_TITULO_TRAMO PIC X(30) VALUE SPACES.
       01 WS_LINEA_LOG PIC X(180) VALUE SPACES.
       01 WS_LINEA_REPORTE PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       START_PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_FECHA_HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS_HORA_HOY.
           PERFORM LEER_PARAMETROS.
           PERFORM CARGAR_OPERADORES.
           PERFORM OPEN_FILE.
           PERFORM READ_NEXT.
           PERFORM PROCESAR_TRANSACCION
           PERFORM ESCRIBIR_RESUMEN.
           STOP RUN.

      *> Pedido 038: tope del castigo sin aprobacion.
       LEER_PARAMETROS.
           ACCEPT WS_DUAL_IMPORTE_TXT
               FROM ENVIRONMENT "DUAL_CASTIGO_IMPORTE"
               ON EXCEPTION
                   MOVE SPACES TO WS_DUAL_IMPORTE_TXT
           END-ACCEPT.
           IF WS_DUAL_IMPORTE_TXT NOT = SPACES
               COMPUTE WS_DUAL_IMPORTE =
                   FUNCTION NUMVAL(WS_DUAL_IMPORTE_TXT)
           END-IF.

      *> Pedido 038: de cada operador se guardan solo las acciones de
      *> este programa; sin OPERADORES.DAT nadie queda autorizado.
       CARGAR_OPERADORES.
           MOVE 'N' TO WS_FIN_OPERADORES.
           OPEN INPUT OPERADORES_FILE.
           PERFORM LEER_OPERADOR.
           PERFORM CARGAR_UN_OPERADOR
               UNTIL WS_FIN_OPERADORES = 'S'.
           CLOSE OPERADORES_FILE.

       LEER_OPERADOR.
           READ OPERADORES_FILE
               AT END MOVE 'S' TO WS_FIN_OPERADORES
           END-READ.

       CARGAR_UN_OPERADOR.
           IF OPE_USUARIO NOT = SPACES
               IF WS_OPERADOR_CANT < 500
                   ADD 1 TO WS_OPERADOR_CANT
                   MOVE OPE_USUARIO
                       TO WS_OPERADOR_USUARIO(WS_OPERADOR_CANT)
                   MOVE OPE_ACTIVO
                       TO WS_OPERADOR_ACTIVO(WS_OPERADOR_CANT)
                   MOVE SPACES TO WS_OPERADOR_ACCIONES(WS_OPERADOR_CANT)
                   PERFORM VARYING WS_PERMISO_IDX FROM 1 BY 1
                           UNTIL WS_PERMISO_IDX > 5
                       IF OPE_PROGRAMA(WS_PERMISO_IDX) = WS_PROGRAMA
                           MOVE OPE_ACCIONES(WS_PERMISO_IDX)
                               TO WS_OPERADOR_ACCIONES(WS_OPERADOR_CANT)
                       END-IF
                   END-PERFORM
               ELSE
                   DISPLAY "ADVERTENCIA: OPERADORES.DAT supera el "
                       "limite de 500 operadores en memoria, se "
                       "descarta USUARIO=" OPE_USUARIO
               END-IF
           END-IF.
           PERFORM LEER_OPERADOR.

       OPEN_FILE.
           MOVE '1' TO WS_END.
           OPEN I-O RECHFIN_FILE.
           OPEN INPUT TRANSACCIONES_FILE.
           OPEN EXTEND RECICLO_FILE.
           OPEN EXTEND LOG_FILE.
           OPEN I-O APROBACIONES_FILE.

       CLOSE_FILE.
           CLOSE RECHFIN_FILE.
           CLOSE TRANSACCIONES_FILE.
           CLOSE RECICLO_FILE.
           CLOSE LOG_FILE.
           CLOSE APROBACIONES_FILE.

       READ_NEXT.
           READ TRANSACCIONES_FILE
      *> Pedido 027: la transaccion entera se valida antes de tocar
      *> el maestro; la primera validacion que falla fija el motivo y
      *> la transaccion queda rechazada y asentada en el log.
      *> Pedido 038: primero se autoriza al usuario. Una V o N busca
      *> el castigo pendiente; la V lo trae de vuelta y lo valida otra
      *> vez contra el maestro, porque la entrada pudo disponerse
      *> mientras esperaba. Un castigo sobre el tope queda PENDIENTE.
       PROCESAR_TRANSACCION.
           ADD 1 TO WS_CONTADOR_LEIDAS.
           MOVE SPACES TO WS_MOTIVO_RECHAZO.
           MOVE SPACE TO WS_ESTADO_ANTES.
           MOVE 'N' TO WS_REQUIERE_APROBACION.
           MOVE SPACE TO WS_DECISION.
           MOVE SPACES TO WS_APROBADOR.
           PERFORM AUTORIZAR_USUARIO.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND (TRN_ACCION = 'V' OR TRN_ACCION = 'N')
               PERFORM LEER_PEDIDO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND WS_DECISION NOT = 'N'
               PERFORM VALIDAR_TRANSACCION
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND WS_DECISION = SPACE
               PERFORM MEDIR_CASTIGO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
               IF WS_REQUIERE_APROBACION = 'S'
                   PERFORM REGISTRAR_PEDIDO
               END-IF
               IF WS_REQUIERE_APROBACION = 'N'
                       AND WS_DECISION NOT = 'N'
                   PERFORM APLICAR_TRANSACCION
               END-IF
               IF WS_DECISION NOT = SPACE
                   PERFORM CERRAR_PEDIDO
               END-IF
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
               IF WS_REQUIERE_APROBACION = 'S'
                   ADD 1 TO WS_CONTADOR_PENDIENTES
                   MOVE "PENDIENTE" TO WS_RESULTADO
                   MOVE WS_MOTIVO_PEDIDO TO WS_MOTIVO_RECHAZO
               ELSE
                   ADD 1 TO WS_CONTADOR_APLICADAS
                   MOVE "APLICADA" TO WS_RESULTADO
               END-IF
           ELSE
               ADD 1 TO WS_CONTADOR_RECHAZADAS
               MOVE "RECHAZADA" TO WS_RESULTADO
       VALIDAR_TRANSACCION.
           IF TRN_ACCION NOT = 'R' AND TRN_ACCION NOT = 'S'
                   AND TRN_ACCION NOT = 'C'
               MOVE "ACCION NO VALIDA (R/S/C/V/N)" TO WS_MOTIVO_RECHAZO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND TRN_CUENTA NOT NUMERIC
               END-IF
           END-IF.

      *> Pedido 038: el usuario tiene que estar en OPERADORES.DAT,
      *> activo, y con la letra de la accion entre las permitidas.
       AUTORIZAR_USUARIO.
           PERFORM BUSCAR_OPERADOR.
           IF WS_POS_OPERADOR = 0
               MOVE "USUARIO DESCONOCIDO" TO WS_MOTIVO_RECHAZO
           ELSE
               IF WS_OPERADOR_ACTIVO(WS_POS_OPERADOR) NOT = 'S'
                   MOVE "USUARIO INACTIVO" TO WS_MOTIVO_RECHAZO
               ELSE
                   MOVE 0 TO WS_ACCION_PERMITIDA
                   IF TRN_ACCION NOT = SPACE
                       INSPECT WS_OPERADOR_ACCIONES(WS_POS_OPERADOR)
                           TALLYING WS_ACCION_PERMITIDA
                           FOR ALL TRN_ACCION
                   END-IF
                   IF WS_ACCION_PERMITIDA = 0
                       MOVE "ACCION NO AUTORIZADA PARA EL USUARIO"
                           TO WS_MOTIVO_RECHAZO
                   END-IF
               END-IF
           END-IF.

       BUSCAR_OPERADOR.
           MOVE 0 TO WS_POS_OPERADOR.
           PERFORM VARYING WS_OPERADOR_IDX FROM 1 BY 1
                   UNTIL WS_OPERADOR_IDX > WS_OPERADOR_CANT
               IF WS_OPERADOR_USUARIO(WS_OPERADOR_IDX) = TRN_USUARIO
                   SET WS_POS_OPERADOR TO WS_OPERADOR_IDX
               END-IF
           END-PERFORM.

      *> Pedido 038: el castigo se mide por el CAMPO2 de la entrada que
      *> se da de baja, ya leida del maestro por la validacion.
       MEDIR_CASTIGO.
           IF TRN_ACCION = 'C'
                   AND RFN_CAMPO2 > WS_DUAL_IMPORTE
               MOVE 'S' TO WS_REQUIERE_APROBACION
               MOVE WS_DUAL_IMPORTE TO WS_DUAL_IMPORTE_ED
               MOVE SPACES TO WS_MOTIVO_PEDIDO
               STRING "CASTIGO SOBRE TOPE DE " DELIMITED BY SIZE
                      WS_DUAL_IMPORTE_ED DELIMITED BY SIZE
                   INTO WS_MOTIVO_PEDIDO
               END-STRING
           END-IF.

       ARMAR_CLAVE_PEDIDO.
           MOVE WS_PROGRAMA TO APR_PROGRAMA.
           MOVE SPACES TO APR_REFERENCIA.
           MOVE TRN_CUENTA TO APR_REFERENCIA(1:8).
           MOVE TRN_FECHA TO APR_REFERENCIA(9:8).

      *> Pedido 038: el pedido tiene que existir y seguir pendiente, y
      *> quien aprueba no puede ser quien lo pidio (quien lo pidio si
      *> puede retirarlo con una N). La V deja en la transaccion
      *> la original guardada en el pedido.
       LEER_PEDIDO.
           MOVE TRN_ACCION TO WS_DECISION.
           MOVE TRN_USUARIO TO WS_USUARIO_DECIDE.
           MOVE 'N' TO WS_PEDIDO_LEIDO.
           PERFORM ARMAR_CLAVE_PEDIDO.
           READ APROBACIONES_FILE
               INVALID KEY
                   MOVE "SIN PEDIDO PENDIENTE DE APROBACION"
                       TO WS_MOTIVO_RECHAZO
               NOT INVALID KEY
                   MOVE 'S' TO WS_PEDIDO_LEIDO
           END-READ.
           IF WS_PEDIDO_LEIDO = 'S' AND APR_ESTADO NOT = 'P'
               MOVE "SIN PEDIDO PENDIENTE DE APROBACION"
                   TO WS_MOTIVO_RECHAZO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES AND WS_DECISION = 'V'
                   AND APR_USUARIO_PIDE = WS_USUARIO_DECIDE
               MOVE "APROBADOR IGUAL AL SOLICITANTE"
                   TO WS_MOTIVO_RECHAZO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES AND WS_DECISION = 'V'
               MOVE APR_TRANSACCION TO TRANSACCION_REC
               MOVE WS_USUARIO_DECIDE TO WS_APROBADOR
           END-IF.

      *> Pedido 038: un solo pedido pendiente por clave; uno ya
      *> decidido se pisa con el nuevo.
       REGISTRAR_PEDIDO.
           MOVE 'N' TO WS_PEDIDO_LEIDO.
           PERFORM ARMAR_CLAVE_PEDIDO.
           READ APROBACIONES_FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS_PEDIDO_LEIDO
           END-READ.
           IF WS_PEDIDO_LEIDO = 'S' AND APR_ESTADO = 'P'
               MOVE "PEDIDO YA PENDIENTE DE APROBACION"
                   TO WS_MOTIVO_RECHAZO
           ELSE
               PERFORM ARMAR_CLAVE_PEDIDO
               MOVE 'P' TO APR_ESTADO
               MOVE TRANSACCION_REC TO APR_TRANSACCION
               MOVE WS_MOTIVO_PEDIDO TO APR_MOTIVO
               MOVE TRN_USUARIO TO APR_USUARIO_PIDE
               MOVE WS_FECHA_HOY TO APR_FECHA_PIDE
               MOVE WS_HORA_HOY TO APR_HORA_PIDE
               MOVE SPACES TO APR_USUARIO_DECIDE
               MOVE 0 TO APR_FECHA_DECIDE
               MOVE SPACES TO APR_HORA_DECIDE
               IF WS_PEDIDO_LEIDO = 'S'
                   REWRITE APROBACION_REC
               ELSE
                   WRITE APROBACION_REC
               END-IF
           END-IF.

      *> Pedido 038: la V cierra el pedido como aprobado recien
      *> despues de aplicarlo; la N lo cierra denegado.
       CERRAR_PEDIDO.
           IF WS_DECISION = 'V'
               MOVE 'A' TO APR_ESTADO
           ELSE
               MOVE 'N' TO APR_ESTADO
           END-IF.
           MOVE WS_USUARIO_DECIDE TO APR_USUARIO_DECIDE.
           MOVE WS_FECHA_HOY TO APR_FECHA_DECIDE.
           MOVE WS_HORA_HOY TO APR_HORA_DECIDE.
           REWRITE APROBACION_REC.

       APLICAR_TRANSACCION.
           IF TRN_ACCION = 'R'
               MOVE 'R' TO RFN_ESTADO
           MOVE RFN_CUENTA TO REC_CUENTA.
           MOVE RFN_CAMPO1 TO REC_CAMPO1.
           MOVE RFN_CAMPO2 TO REC_CAMPO2.
           MOVE RFN_MONEDA TO REC_MONEDA.
           MOVE 0 TO REC_RECICLOS.
           WRITE RECICLO_REC.

                  TRN_FECHA DELIMITED BY SIZE
                  " ESTADO-ANTES=" DELIMITED BY SIZE
                  WS_ESTADO_ANTES DELIMITED BY SIZE
                  " APROBADOR=" DELIMITED BY SIZE
                  WS_APROBADOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_RESULTADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
           DISPLAY "RE-PRESENTADAS A RECICLO:"
               WS_CONTADOR_REPRESENTADAS.
           DISPLAY "RECHAZOS AUN ABIERTOS:   " WS_ABIERTO_CANT.
           DISPLAY "PENDIENTES DE APROBACION:" WS_CONTADOR_PENDIENTES.
           IF WS_CONTADOR_RECHAZADAS > 0
                   OR WS_CONTADOR_PENDIENTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
