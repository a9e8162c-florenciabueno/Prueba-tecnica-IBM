      *niega sin tocar nada y el reporte AUDBACK.TXT dice exactamente
      *que cuentas lo bloquearon -- revertir por arriba de un ajuste
      *posterior pisaria ese ajuste.
      *
      *Pedido 038: el backout tomaba la corrida del entorno sin saber
      *quien lo pedia. Ahora BACK_USUARIO es obligatorio y se autoriza
      *contra OPERADORES.DAT (existente, activo y con la accion
      *permitida para AUDBACK), y todo backout pasa por doble
      *control segun BACK_ACCION: B (si no se informa) verifica la
      *corrida igual que antes, deja en AUDBACK.TXT lo que se
      *revertiria y registra el pedido pendiente en APROBACIONES.DAT
      *sin tocar nada; V, de otro usuario autorizado y en otra
      *ejecucion, vuelve a verificar y recien ahi revierte; N deniega
      *el pedido (o lo retira quien lo hizo). Cada intento queda en
      *AUDBACK.LOG con usuario y resultado, incluidos los rechazados
      *por usuario desconocido o sin permiso.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDBACK.
           SELECT REPORTE_FILE ASSIGN TO "data/AUDBACK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Pedido 032: periodos contables cerrados por CIERRE.
           SELECT OPTIONAL PERIODOS_FILE ASSIGN TO "data/PERIODOS.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 038: log acumulativo como TASASMANT.LOG, operadores
      *> autorizados y pedidos en doble control.
           SELECT OPTIONAL LOG_FILE ASSIGN TO "data/AUDBACK.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

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
       FD AUDITORIA_FILE.
           05 AUD_CAMPO2_ANTES PIC 9(07)V9(02).
           05 AUD_CODIGO_TASA PIC X(02).
           05 AUD_CAMPO2_DESPUES PIC 9(07)V9(02).
      *> Pedido 031: origen del factor (T tabla, C acuerdo de cuenta).
           05 AUD_ORIGEN_TASA PIC X(01).
      *> Pedido 036: moneda de la cuenta; los CAMPO2 del renglon estan
      *> en esa moneda.
           05 AUD_MONEDA PIC X(03).

       FD SALIDA_FILE.
           COPY REGISTRO.CPY
               REPLACING REGISTRO_REC BY SALIDA_REC
                         CUENTA BY CUENTA_SAL
                         CAMPO1 BY CAMPO1_SAL
                         CAMPO2 BY CAMPO2_SAL
                         MONEDA BY MONEDA_SAL.
      *> Pedido 034: el maestro se arrastra de corrida en corrida;
      *> cada cuenta guarda la fecha, el id de corrida y el numero de
      *> registro de la ultima vez que se la grabo.
           05 SAL_FECHA_ULT PIC 9(08).
           05 SAL_ID_CORRIDA PIC X(08).
           05 SAL_NUM_REGISTRO PIC 9(09).

       FD REPORTE_FILE.
       01 REPORTE_REC PIC X(120).

       FD PERIODOS_FILE.
       01 PERIODO_REC.
           05 PER_PERIODO PIC 9(06).
           05 PER_ESTADO PIC X(01).
           05 PER_FECHA PIC 9(08).
           05 PER_HORA PIC X(06).
           05 PER_USUARIO PIC X(08).
           05 PER_MOTIVO PIC X(30).

       FD LOG_FILE.
       01 LOG_REC PIC X(180).

      *> Pedido 038: mismo layout que lee TASASMANT.
       FD OPERADORES_FILE.
       01 OPERADOR_REC.
           05 OPE_USUARIO PIC X(08).
           05 OPE_NOMBRE PIC X(30).
           05 OPE_ACTIVO PIC X(01).
           05 OPE_PERMISO OCCURS 5 TIMES.
               10 OPE_PROGRAMA PIC X(10).
               10 OPE_ACCIONES PIC X(10).

      *> Pedido 038: mismo layout que graba TASASMANT; la referencia
      *> del pedido es la corrida a revertir.
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
       01 WS_HORA_HOY PIC X(06).
       01 WS_ID_BACKOUT PIC X(08).

      *> Pedido 020: corrida a revertir, por variable de entorno como
      *> AUD_CORRIDA en AUDICONS.
       01 WS_CORRIDA_OBJETIVO PIC X(08) VALUE SPACES.

      *> Pedido 032: fecha de la corrida a revertir (la de sus
      *> renglones de auditoria) y consulta de periodos cerrados.
       01 WS_FECHA_OBJETIVO PIC 9(08) VALUE 0.
       01 WS_PERIODO_CONSULTA PIC 9(06) VALUE 0.
       01 WS_ESTADO_PERIODO PIC X(01) VALUE SPACE.
       01 WS_FIN_PERIODOS PIC X VALUE 'N'.

      *> Pedido 020: los ajustes de la corrida a revertir, cargados en
      *> memoria en la pasada de lectura del historico. BLOQUEO queda
      *> en blanco si la cuenta es reversible, o con el motivo que la
               10 WS_AJUSTE_ANTES PIC 9(07)V9(02).
               10 WS_AJUSTE_TASA PIC X(02).
               10 WS_AJUSTE_DESPUES PIC 9(07)V9(02).
               10 WS_AJUSTE_ORIGEN PIC X(01).
      *> Pedido 036: moneda de la cuenta, que vuelve al maestro y al
      *> contra-asiento tal como estaba.
               10 WS_AJUSTE_MONEDA PIC X(03).
               10 WS_AJUSTE_BLOQUEO PIC X(40).

      *> Pedido 020: la corrida objetivo queda contigua en el
       01 WS_DESPUES_ED PIC 9(07).9(02).
       01 WS_LINEA_REPORTE PIC X(120) VALUE SPACES.

      *> Pedido 038: quien pide (o aprueba) y que. ACCION B pedir,
      *> V aprobar, N denegar.
       01 WS_USUARIO PIC X(08) VALUE SPACES.
       01 WS_ACCION PIC X(01) VALUE SPACE.
       01 WS_MOTIVO_RECHAZO PIC X(40) VALUE SPACES.
       01 WS_RESULTADO PIC X(10) VALUE SPACES.
       01 WS_SOLICITANTE PIC X(08) VALUE SPACES.
       01 WS_PEDIDO_LEIDO PIC X VALUE 'N'.
       01 WS_LINEA_LOG PIC X(180) VALUE SPACES.

      *> Pedido 038: operadores de OPERADORES.DAT, cada uno con las
      *> acciones que tiene permitidas en este programa.
       01 WS_PROGRAMA PIC X(10) VALUE "AUDBACK".
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

       PROCEDURE DIVISION.

       START_PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_FECHA_HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS_HORA_HOY.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS_ID_BACKOUT.
           MOVE 'B' TO WS_ID_BACKOUT(1:1).
           PERFORM LEER_PARAMETROS.
           PERFORM CARGAR_OPERADORES.
           PERFORM ABRIR_CONTROL.
           PERFORM AUTORIZAR_PEDIDO.
           IF WS_ACCION = 'N'
               PERFORM DENEGAR_PEDIDO
           ELSE
               PERFORM CARGAR_CORRIDA
               PERFORM VERIFICAR_PERIODO
               PERFORM VERIFICAR_MAESTRO
               PERFORM ESCRIBIR_REPORTE
               IF WS_ACCION = 'B'
                   PERFORM PEDIR_APROBACION
               ELSE
                   PERFORM APLICAR_BACKOUT
                   PERFORM CONCLUIR_APROBACION
               END-IF
               PERFORM TERMINAR
           END-IF.
           PERFORM CERRAR_CONTROL.
           STOP RUN.

       LEER_PARAMETROS.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS_USUARIO FROM ENVIRONMENT "BACK_USUARIO"
               ON EXCEPTION
                   MOVE SPACES TO WS_USUARIO
           END-ACCEPT.
           ACCEPT WS_ACCION FROM ENVIRONMENT "BACK_ACCION"
               ON EXCEPTION
                   MOVE SPACE TO WS_ACCION
           END-ACCEPT.
           IF WS_ACCION = SPACE
               MOVE 'B' TO WS_ACCION
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

       ABRIR_CONTROL.
           OPEN EXTEND LOG_FILE.
           OPEN I-O APROBACIONES_FILE.

       CERRAR_CONTROL.
           CLOSE LOG_FILE.
           CLOSE APROBACIONES_FILE.

      *> Pedido 038: usuario y accion se autorizan antes de leer la
      *> corrida; una V o N exige ademas el pedido pendiente. Lo que
      *> no pasa queda en el log y el programa termina sin tocar nada.
       AUTORIZAR_PEDIDO.
           PERFORM AUTORIZAR_USUARIO.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND WS_ACCION NOT = 'B' AND WS_ACCION NOT = 'V'
                   AND WS_ACCION NOT = 'N'
               MOVE "ACCION NO VALIDA (B/V/N)" TO WS_MOTIVO_RECHAZO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND (WS_ACCION = 'V' OR WS_ACCION = 'N')
               PERFORM LEER_PEDIDO
           END-IF.
           IF WS_MOTIVO_RECHAZO NOT = SPACES
               PERFORM RECHAZAR_PEDIDO
           END-IF.

      *> Todo rechazo posterior a ABRIR_CONTROL pasa por aca, para
      *> que el intento quede en el log antes de terminar.
       RECHAZAR_PEDIDO.
           MOVE "RECHAZADA" TO WS_RESULTADO.
           PERFORM GRABAR_LOG.
           DISPLAY "BACKOUT RECHAZADO: " WS_MOTIVO_RECHAZO.
           PERFORM CERRAR_CONTROL.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

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
                   INSPECT WS_OPERADOR_ACCIONES(WS_POS_OPERADOR)
                       TALLYING WS_ACCION_PERMITIDA
                       FOR ALL WS_ACCION
                   IF WS_ACCION_PERMITIDA = 0
                       MOVE "ACCION NO AUTORIZADA PARA EL USUARIO"
                           TO WS_MOTIVO_RECHAZO
                   END-IF
               END-IF
           END-IF.

       BUSCAR_OPERADOR.
           MOVE 0 TO WS_POS_OPERADOR.
           IF WS_USUARIO NOT = SPACES
               PERFORM VARYING WS_OPERADOR_IDX FROM 1 BY 1
                       UNTIL WS_OPERADOR_IDX > WS_OPERADOR_CANT
                   IF WS_OPERADOR_USUARIO(WS_OPERADOR_IDX) = WS_USUARIO
                       SET WS_POS_OPERADOR TO WS_OPERADOR_IDX
                   END-IF
               END-PERFORM
           END-IF.

       ARMAR_CLAVE_PEDIDO.
           MOVE WS_PROGRAMA TO APR_PROGRAMA.
           MOVE SPACES TO APR_REFERENCIA.
           MOVE WS_CORRIDA_OBJETIVO TO APR_REFERENCIA(1:8).

      *> Pedido 038: el pedido tiene que existir y seguir pendiente, y
      *> quien aprueba no puede ser quien lo pidio (quien lo pidio si
      *> puede retirarlo con una N).
       LEER_PEDIDO.
           MOVE 'N' TO WS_PEDIDO_LEIDO.
           PERFORM ARMAR_CLAVE_PEDIDO.
           READ APROBACIONES_FILE
               INVALID KEY
                   MOVE "SIN PEDIDO PENDIENTE DE APROBACION"
                       TO WS_MOTIVO_RECHAZO
               NOT INVALID KEY
                   MOVE 'S' TO WS_PEDIDO_LEIDO
           END-READ.
           IF WS_PEDIDO_LEIDO = 'S'
               MOVE APR_USUARIO_PIDE TO WS_SOLICITANTE
               IF APR_ESTADO NOT = 'P'
                   MOVE "SIN PEDIDO PENDIENTE DE APROBACION"
                       TO WS_MOTIVO_RECHAZO
               END-IF
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES AND WS_ACCION = 'V'
                   AND WS_SOLICITANTE = WS_USUARIO
               MOVE "APROBADOR IGUAL AL SOLICITANTE"
                   TO WS_MOTIVO_RECHAZO
           END-IF.

      *> Pedido 038: el pedido se registra solo si hoy el backout
      *> prosperaria; uno bloqueado se rechaza como siempre, con el
      *> detalle en AUDBACK.TXT. Uno ya decidido se pisa con el nuevo.
       PEDIR_APROBACION.
           IF WS_CONTADOR_BLOQUEADAS > 0
               MOVE "BACKOUT BLOQUEADO; VER AUDBACK.TXT"
                   TO WS_MOTIVO_RECHAZO
           ELSE
               PERFORM REGISTRAR_PEDIDO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
               MOVE "PENDIENTE" TO WS_RESULTADO
               MOVE "BACKOUT A APROBAR POR OTRO USUARIO"
                   TO WS_MOTIVO_RECHAZO
           ELSE
               MOVE "RECHAZADA" TO WS_RESULTADO
           END-IF.
           PERFORM GRABAR_LOG.

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
               MOVE SPACES TO APR_TRANSACCION
               STRING "BACK_CORRIDA=" DELIMITED BY SIZE
                      WS_CORRIDA_OBJETIVO DELIMITED BY SIZE
                   INTO APR_TRANSACCION
               END-STRING
               MOVE "BACKOUT DE CORRIDA" TO APR_MOTIVO
               MOVE WS_USUARIO TO APR_USUARIO_PIDE
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

      *> Pedido 038: la aprobacion cierra el pedido recien si el
      *> backout se aplico; si al aprobar ya esta bloqueado, el
      *> pedido sigue pendiente y solo cabe denegarlo.
       CONCLUIR_APROBACION.
           IF WS_CONTADOR_BLOQUEADAS = 0
               PERFORM CERRAR_PEDIDO
               MOVE "APLICADA" TO WS_RESULTADO
           ELSE
               MOVE "BACKOUT BLOQUEADO; VER AUDBACK.TXT"
                   TO WS_MOTIVO_RECHAZO
               MOVE "RECHAZADA" TO WS_RESULTADO
           END-IF.
           PERFORM GRABAR_LOG.

       DENEGAR_PEDIDO.
           PERFORM CERRAR_PEDIDO.
           MOVE "APLICADA" TO WS_RESULTADO.
           PERFORM GRABAR_LOG.
           DISPLAY "PEDIDO DE BACKOUT DE CORRIDA " WS_CORRIDA_OBJETIVO
               " DENEGADO".

      *> Pedido 038: la lectura del pedido dejo el registro listo.
       CERRAR_PEDIDO.
           IF WS_ACCION = 'V'
               MOVE 'A' TO APR_ESTADO
           ELSE
               MOVE 'N' TO APR_ESTADO
           END-IF.
           MOVE WS_USUARIO TO APR_USUARIO_DECIDE.
           MOVE WS_FECHA_HOY TO APR_FECHA_DECIDE.
           MOVE WS_HORA_HOY TO APR_HORA_DECIDE.
           REWRITE APROBACION_REC.

       GRABAR_LOG.
           MOVE SPACES TO WS_LINEA_LOG.
           STRING WS_FECHA_HOY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_HORA_HOY DELIMITED BY SIZE
                  " USUARIO=" DELIMITED BY SIZE
                  WS_USUARIO DELIMITED BY SIZE
                  " ACCION=" DELIMITED BY SIZE
                  WS_ACCION DELIMITED BY SIZE
                  " CORRIDA=" DELIMITED BY SIZE
                  WS_CORRIDA_OBJETIVO DELIMITED BY SIZE
                  " ID-BACKOUT=" DELIMITED BY SIZE
                  WS_ID_BACKOUT DELIMITED BY SIZE
                  " SOLICITANTE=" DELIMITED BY SIZE
                  WS_SOLICITANTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_RESULTADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_MOTIVO_RECHAZO DELIMITED BY SIZE
               INTO WS_LINEA_LOG
           END-STRING.
           WRITE LOG_REC FROM WS_LINEA_LOG.

      *> Pedido 020: una sola pasada del historico alcanza para las
      *> dos cosas: juntar los ajustes de la corrida objetivo y marcar
               UNTIL WS_END = '0'.
           CLOSE AUDITORIA_FILE.
           IF WS_AJUSTE_CANT = 0
               MOVE "CORRIDA SIN RENGLONES EN AUDITORIA"
                   TO WS_MOTIVO_RECHAZO
               PERFORM RECHAZAR_PEDIDO
           END-IF.
           IF WS_TABLA_DESBORDADA = 'S'
               MOVE "CORRIDA SUPERA 5000 AJUSTES EN MEMORIA"
                   TO WS_MOTIVO_RECHAZO
               PERFORM RECHAZAR_PEDIDO
           END-IF.

       LEER_AUDITORIA.
           PERFORM LEER_AUDITORIA.

       CARGAR_AJUSTE.
           MOVE AUD_FECHA_CORRIDA TO WS_FECHA_OBJETIVO.
           IF WS_AJUSTE_CANT < 5000
               ADD 1 TO WS_AJUSTE_CANT
               MOVE AUD_CUENTA TO WS_AJUSTE_CUENTA(WS_AJUSTE_CANT)
               MOVE AUD_CODIGO_TASA TO WS_AJUSTE_TASA(WS_AJUSTE_CANT)
               MOVE AUD_CAMPO2_DESPUES
                   TO WS_AJUSTE_DESPUES(WS_AJUSTE_CANT)
               MOVE AUD_ORIGEN_TASA TO WS_AJUSTE_ORIGEN(WS_AJUSTE_CANT)
               MOVE AUD_MONEDA TO WS_AJUSTE_MONEDA(WS_AJUSTE_CANT)
               MOVE SPACES TO WS_AJUSTE_BLOQUEO(WS_AJUSTE_CANT)
           ELSE
               MOVE 'S' TO WS_TABLA_DESBORDADA
               END-IF
           END-PERFORM.

      *> Pedido 032: un backout mueve saldos del periodo de la
      *> corrida revertida y asienta su contra-asiento con fecha de
      *> hoy; si cualquiera de los dos periodos ya lo cerro CIERRE,
      *> no se revierte nada hasta que se lo reabra explicitamente.
       VERIFICAR_PERIODO.
           MOVE WS_FECHA_OBJETIVO(1:6) TO WS_PERIODO_CONSULTA.
           PERFORM CONSULTAR_PERIODO.
           IF WS_ESTADO_PERIODO NOT = 'C'
               MOVE WS_FECHA_HOY(1:6) TO WS_PERIODO_CONSULTA
               PERFORM CONSULTAR_PERIODO
           END-IF.
           IF WS_ESTADO_PERIODO = 'C'
               MOVE SPACES TO WS_MOTIVO_RECHAZO
               STRING "PERIODO " DELIMITED BY SIZE
                      WS_PERIODO_CONSULTA DELIMITED BY SIZE
                      " CERRADO" DELIMITED BY SIZE
                   INTO WS_MOTIVO_RECHAZO
               END-STRING
               PERFORM RECHAZAR_PEDIDO
           END-IF.

       CONSULTAR_PERIODO.
           MOVE SPACE TO WS_ESTADO_PERIODO.
           MOVE 'N' TO WS_FIN_PERIODOS.
           OPEN INPUT PERIODOS_FILE.
           PERFORM LEER_PERIODO.
           PERFORM EVALUAR_PERIODO
               UNTIL WS_FIN_PERIODOS = 'S'.
           CLOSE PERIODOS_FILE.

       LEER_PERIODO.
           READ PERIODOS_FILE
               AT END MOVE 'S' TO WS_FIN_PERIODOS
           END-READ.

       EVALUAR_PERIODO.
           IF PER_PERIODO = WS_PERIODO_CONSULTA
               MOVE PER_ESTADO TO WS_ESTADO_PERIODO
           END-IF.
           PERFORM LEER_PERIODO.

      *> Pedido 020: segunda defensa, contra lo que no pasa por
      *> AUDITORIA: si el CAMPO2 del maestro ya no es el DESPUES
      *> asentado por la corrida objetivo, alguien lo movio (o el
                   VARYING WS_AJUSTE_IDX FROM 1 BY 1
                   UNTIL WS_AJUSTE_IDX > WS_AJUSTE_CANT
           ELSE
      *> Pedido 038: en el pedido solo se lista lo que se revertiria.
               IF WS_ACCION = 'B'
                   MOVE "PENDIENTE DE APROBACION; CUENTAS A DEVOLVER:"
                       TO REPORTE_REC
               ELSE
                   MOVE "CUENTAS DEVUELTAS A SU VALOR ANTERIOR:"
                       TO REPORTE_REC
               END-IF
               WRITE REPORTE_REC
               PERFORM LISTAR_REVERTIDA
                   VARYING WS_AJUSTE_IDX FROM 1 BY 1
      *> backout, para que AUDICONS muestre el error y la reversion.
       APLICAR_BACKOUT.
           IF WS_CONTADOR_BLOQUEADAS = 0
                   AND WS_ACCION = 'V'
               OPEN I-O SALIDA_FILE
               OPEN EXTEND AUDITORIA_FILE
               PERFORM REVERTIR_CUENTA
           MOVE WS_AJUSTE_CUENTA(WS_AJUSTE_IDX) TO CUENTA_SAL.
           MOVE WS_AJUSTE_CAMPO1(WS_AJUSTE_IDX) TO CAMPO1_SAL.
           MOVE WS_AJUSTE_ANTES(WS_AJUSTE_IDX) TO CAMPO2_SAL.
           MOVE WS_AJUSTE_MONEDA(WS_AJUSTE_IDX) TO MONEDA_SAL.
           ADD 1 TO WS_CONTADOR_REVERTIDAS.
      *> Pedido 034: el backout queda como ultima grabacion de la
      *> cuenta en el maestro.
           MOVE WS_FECHA_HOY TO SAL_FECHA_ULT.
           MOVE WS_ID_BACKOUT TO SAL_ID_CORRIDA.
           MOVE WS_CONTADOR_REVERTIDAS TO SAL_NUM_REGISTRO.
           REWRITE SALIDA_REC.
           MOVE WS_FECHA_HOY TO AUD_FECHA_CORRIDA.
           MOVE WS_ID_BACKOUT TO AUD_ID_CORRIDA.
           MOVE WS_AJUSTE_CUENTA(WS_AJUSTE_IDX) TO AUD_CUENTA.
           MOVE WS_AJUSTE_DESPUES(WS_AJUSTE_IDX) TO AUD_CAMPO2_ANTES.
           MOVE WS_AJUSTE_TASA(WS_AJUSTE_IDX) TO AUD_CODIGO_TASA.
           MOVE WS_AJUSTE_ANTES(WS_AJUSTE_IDX) TO AUD_CAMPO2_DESPUES.
      *> Pedido 031: el contra-asiento conserva el origen del factor
      *> que revierte.
           MOVE WS_AJUSTE_ORIGEN(WS_AJUSTE_IDX) TO AUD_ORIGEN_TASA.
           MOVE WS_AJUSTE_MONEDA(WS_AJUSTE_IDX) TO AUD_MONEDA.
           WRITE AUDITORIA_REC.

       TERMINAR.
               DISPLAY "BACKOUT RECHAZADO - VER data/AUDBACK.TXT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS_RESULTADO = "PENDIENTE"
               DISPLAY "BACKOUT PENDIENTE DE APROBACION POR OTRO "
                   "USUARIO (BACK_ACCION=V)"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS_RESULTADO = "RECHAZADA"
                   AND WS_CONTADOR_BLOQUEADAS = 0
               DISPLAY "BACKOUT RECHAZADO: " WS_MOTIVO_RECHAZO
               MOVE 8 TO RETURN-CODE
           END-IF.
