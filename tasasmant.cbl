      *transaccion (con el usuario que la pidio) para poder responder
      *"quien cambio la tasa BB y cuando". CARGAR_TASAS del programa
      *principal puede asi confiar en que lo que carga esta limpio.
      *
      *Pedido 038: TRN_USUARIO era texto libre y cualquiera podia
      *firmar un cambio de tasa. Cada transaccion se autoriza ahora
      *contra OPERADORES.DAT: el usuario tiene que existir, estar
      *activo y tener la accion permitida para TASASMANT; si no, se
      *rechaza y queda en el log. Una transaccion que mueve el factor
      *de un CAMPO1 mas que DUAL_TASA_PCT (10 si no se informa)
      *respecto de la vigencia que reemplaza no se aplica: queda
      *pendiente en APROBACIONES.DAT y recien entra cuando otro
      *usuario autorizado la aprueba con una transaccion V sobre el
      *mismo CAMPO1 + FECHA, en esta corrida o en una posterior. Una
      *transaccion N sobre esa clave la deniega (o la retira quien la
      *pidio) sin tocar la tabla.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TASASMANT.
           SELECT OPTIONAL LOG_FILE ASSIGN TO "data/TASASMANT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Pedido 038: operadores autorizados y pedidos en doble
      *> control, compartidos con RECHMANT y AUDBACK.
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
       FD TASAS_FILE.
      *> vigencia nueva, R = reemplazo del factor de una vigencia
      *> existente, B = baja de una vigencia. FECHA y FACTOR se reciben
      *> como texto y se validan antes de usarlos como numericos.
      *> Pedido 038: V = aprobar y N = denegar el pedido pendiente de
      *> CAMPO1 + FECHA; en esas dos FACTOR no se usa.
       FD TRANSACCIONES_FILE.
       01 TRANSACCION_REC.
           05 TRN_ACCION PIC X(01).
           05 TRN_FACTOR_NUM REDEFINES TRN_FACTOR PIC 9V9(04).
           05 TRN_USUARIO PIC X(08).

      *> Pedido 038: renglon ensanchado como en TASCTAMANT, para que
      *> el aprobador y el motivo entren enteros.
       FD LOG_FILE.
       01 LOG_REC PIC X(180).

      *> Pedido 038: un renglon por operador. PERMISO dice, por
      *> programa, que letras de accion puede usar; ACTIVO S o N.
       FD OPERADORES_FILE.
       01 OPERADOR_REC.
           05 OPE_USUARIO PIC X(08).
           05 OPE_NOMBRE PIC X(30).
           05 OPE_ACTIVO PIC X(01).
           05 OPE_PERMISO OCCURS 5 TIMES.
               10 OPE_PROGRAMA PIC X(10).
               10 OPE_ACCIONES PIC X(10).

      *> Pedido 038: pedido en doble control. CLAVE es el programa mas
      *> la referencia de lo pedido; ESTADO P pendiente, A aprobado y
      *> aplicado, N denegado. TRANSACCION guarda la transaccion tal
      *> como llego, para aplicarla cuando se la apruebe.
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
       01 WS_CONTADOR_LEIDAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_APLICADAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_RECHAZADAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_PENDIENTES PIC 9(07) VALUE 0.

       01 WS_LINEA_LOG PIC X(180) VALUE SPACES.

      *> Pedido 038: operadores de OPERADORES.DAT, cada uno con las
      *> acciones que tiene permitidas en este programa.
       01 WS_PROGRAMA PIC X(10) VALUE "TASASMANT".
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

      *> Pedido 038: doble control. El tope de variacion llega por
      *> entorno como TOLERANCIA_PCT en VARIACION. DECISION es V o N
      *> cuando la transaccion decide un pedido pendiente.
       01 WS_DUAL_PCT_TXT PIC X(08) VALUE SPACES.
       01 WS_DUAL_PCT PIC 9(03)V9(02) VALUE 10.
       01 WS_VARIACION_PCT PIC 9(03)V9(02) VALUE 0.
       01 WS_VARIACION_ED PIC ZZ9.99.
       01 WS_DUAL_PCT_ED PIC ZZ9.99.
       01 WS_FACTOR_REFERENCIA PIC 9V9(4) VALUE 0.
       01 WS_FACTOR_NUEVO PIC 9V9(4) VALUE 0.
       01 WS_DIFERENCIA PIC 9V9(4) VALUE 0.
       01 WS_POS_ANTERIOR PIC 9(04) VALUE 0.
       01 WS_FECHA_ANTERIOR PIC 9(08) VALUE 0.
       01 WS_REQUIERE_APROBACION PIC X VALUE 'N'.
       01 WS_MOTIVO_PEDIDO PIC X(40) VALUE SPACES.
       01 WS_PEDIDO_LEIDO PIC X VALUE 'N'.
       01 WS_DECISION PIC X(01) VALUE SPACE.
       01 WS_USUARIO_DECIDE PIC X(08) VALUE SPACES.
       01 WS_APROBADOR PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.

       START_PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_FECHA_HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS_HORA_HOY.
           PERFORM LEER_PARAMETROS.
           PERFORM CARGAR_OPERADORES.
           PERFORM CARGAR_TASAS.
           PERFORM OPEN_FILE.
           PERFORM READ_NEXT.
               AT END MOVE '9' TO WS_END
           END-READ.

      *> Pedido 038: tope de variacion del factor sin aprobacion.
       LEER_PARAMETROS.
           ACCEPT WS_DUAL_PCT_TXT FROM ENVIRONMENT "DUAL_TASA_PCT"
               ON EXCEPTION
                   MOVE SPACES TO WS_DUAL_PCT_TXT
           END-ACCEPT.
           IF WS_DUAL_PCT_TXT NOT = SPACES
               COMPUTE WS_DUAL_PCT = FUNCTION NUMVAL(WS_DUAL_PCT_TXT)
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
           OPEN INPUT TRANSACCIONES_FILE.
           OPEN EXTEND LOG_FILE.
           OPEN I-O APROBACIONES_FILE.

       CLOSE_FILE.
           CLOSE TRANSACCIONES_FILE.
           CLOSE LOG_FILE.
           CLOSE APROBACIONES_FILE.

       READ_NEXT.
           READ TRANSACCIONES_FILE
      *> tabla; la primera validacion que falla fija el motivo y la
      *> transaccion queda rechazada (y asentada en el log con ese
      *> motivo, para que quien la mando sepa que corregir).
      *> Pedido 038: primero se autoriza al usuario. Una V o N busca
      *> el pedido pendiente; la V lo trae de vuelta y lo valida otra
      *> vez contra la tabla como si llegara recien, sin volver a
      *> medir la variacion que ya se aprobo. Lo que supera el tope
      *> queda PENDIENTE en vez de aplicarse.
       PROCESAR_TRANSACCION.
           ADD 1 TO WS_CONTADOR_LEIDAS.
           MOVE SPACES TO WS_MOTIVO_RECHAZO.
           MOVE 0 TO WS_FACTOR_ANTES.
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
               PERFORM MEDIR_VARIACION
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
           IF TRN_ACCION NOT = 'A' AND TRN_ACCION NOT = 'R'
                   AND TRN_ACCION NOT = 'B'
               MOVE "ACCION NO VALIDA (A/R/B/V/N)" TO WS_MOTIVO_RECHAZO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND TRN_CAMPO1 = SPACES
               END-IF
           END-PERFORM.

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

      *> Pedido 038: la variacion se mide contra la vigencia que la
      *> transaccion deja de lado -- la anterior del mismo CAMPO1 para
      *> un alta, la misma vigencia para un reemplazo, y para una baja
      *> la que vuelve a regir en su lugar. Un CAMPO1 nuevo, sin
      *> vigencia anterior, no tiene contra que medirse.
       MEDIR_VARIACION.
           MOVE 0 TO WS_FACTOR_REFERENCIA.
           MOVE 0 TO WS_FACTOR_NUEVO.
           PERFORM BUSCAR_VIGENCIA_ANTERIOR.
           IF TRN_ACCION = 'A'
               IF WS_POS_ANTERIOR > 0
                   MOVE WS_TASA_FACTOR(WS_POS_ANTERIOR)
                       TO WS_FACTOR_REFERENCIA
               END-IF
               MOVE TRN_FACTOR_NUM TO WS_FACTOR_NUEVO
           END-IF.
           IF TRN_ACCION = 'R'
               MOVE WS_TASA_FACTOR(WS_POS_ENCONTRADA)
                   TO WS_FACTOR_REFERENCIA
               MOVE TRN_FACTOR_NUM TO WS_FACTOR_NUEVO
           END-IF.
           IF TRN_ACCION = 'B'
               MOVE WS_TASA_FACTOR(WS_POS_ENCONTRADA)
                   TO WS_FACTOR_REFERENCIA
               IF WS_POS_ANTERIOR > 0
                   MOVE WS_TASA_FACTOR(WS_POS_ANTERIOR)
                       TO WS_FACTOR_NUEVO
               END-IF
           END-IF.
           IF WS_FACTOR_REFERENCIA > 0 AND WS_FACTOR_NUEVO > 0
               IF WS_FACTOR_NUEVO >= WS_FACTOR_REFERENCIA
                   COMPUTE WS_DIFERENCIA =
                       WS_FACTOR_NUEVO - WS_FACTOR_REFERENCIA
               ELSE
                   COMPUTE WS_DIFERENCIA =
                       WS_FACTOR_REFERENCIA - WS_FACTOR_NUEVO
               END-IF
               COMPUTE WS_VARIACION_PCT ROUNDED = WS_DIFERENCIA * 100
                   / WS_FACTOR_REFERENCIA
                   ON SIZE ERROR MOVE 999.99 TO WS_VARIACION_PCT
               END-COMPUTE
               IF WS_VARIACION_PCT > WS_DUAL_PCT
                   MOVE 'S' TO WS_REQUIERE_APROBACION
                   MOVE WS_VARIACION_PCT TO WS_VARIACION_ED
                   MOVE WS_DUAL_PCT TO WS_DUAL_PCT_ED
                   MOVE SPACES TO WS_MOTIVO_PEDIDO
                   STRING "VARIACION " DELIMITED BY SIZE
                          WS_VARIACION_ED DELIMITED BY SIZE
                          " PCT SOBRE TOPE " DELIMITED BY SIZE
                          WS_DUAL_PCT_ED DELIMITED BY SIZE
                       INTO WS_MOTIVO_PEDIDO
                   END-STRING
               END-IF
           END-IF.

      *> Pedido 038: la vigencia activa mas reciente del mismo CAMPO1
      *> con fecha anterior a la de la transaccion.
       BUSCAR_VIGENCIA_ANTERIOR.
           MOVE 0 TO WS_POS_ANTERIOR.
           MOVE 0 TO WS_FECHA_ANTERIOR.
           PERFORM VARYING WS_TASA_IDX FROM 1 BY 1
                   UNTIL WS_TASA_IDX > WS_TASA_CANT
               IF WS_TASA_ESTADO(WS_TASA_IDX) = 'A'
                       AND WS_TASA_CAMPO1(WS_TASA_IDX) = TRN_CAMPO1
                       AND WS_TASA_FECHA(WS_TASA_IDX) < TRN_FECHA_NUM
                       AND WS_TASA_FECHA(WS_TASA_IDX)
                           > WS_FECHA_ANTERIOR
                   SET WS_POS_ANTERIOR TO WS_TASA_IDX
                   MOVE WS_TASA_FECHA(WS_TASA_IDX) TO WS_FECHA_ANTERIOR
               END-IF
           END-PERFORM.

       ARMAR_CLAVE_PEDIDO.
           MOVE WS_PROGRAMA TO APR_PROGRAMA.
           MOVE SPACES TO APR_REFERENCIA.
           MOVE TRN_CAMPO1 TO APR_REFERENCIA(1:2).
           MOVE TRN_FECHA TO APR_REFERENCIA(3:8).

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
           IF TRN_ACCION = 'A'
               ADD 1 TO WS_TASA_CANT
                  WS_FACTOR_ANTES DELIMITED BY SIZE
                  " DESPUES=" DELIMITED BY SIZE
                  TRN_FACTOR DELIMITED BY SIZE
                  " APROBADOR=" DELIMITED BY SIZE
                  WS_APROBADOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_RESULTADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
           DISPLAY "TRANSACCIONES LEIDAS:    " WS_CONTADOR_LEIDAS.
           DISPLAY "TRANSACCIONES APLICADAS: " WS_CONTADOR_APLICADAS.
           DISPLAY "TRANSACCIONES RECHAZADAS:" WS_CONTADOR_RECHAZADAS.
           DISPLAY "PENDIENTES DE APROBACION:" WS_CONTADOR_PENDIENTES.
           IF WS_CONTADOR_RECHAZADAS > 0
                   OR WS_CONTADOR_PENDIENTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
