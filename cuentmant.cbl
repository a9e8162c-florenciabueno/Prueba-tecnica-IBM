      *CUENTMANT
      *
      *Pedido 033: maestro de estado de cuentas. Hasta ahora cualquier
      *numero de cuenta que mandara un origen se daba por bueno: una
      *cuenta tipeada de mas se abria sola en SALIDA.DAT, una cuenta
      *que el banco ya habia cerrado seguia recibiendo ajustes, y un
      *origen podia mandar (por error de mapeo) cuentas de otro
      *origen sin que nadie lo notara. CUENTAS.DAT es el maestro
      *indexado por CUENTA con el estado (A activa, B bloqueada,
      *C cerrada), el origen duenio de la cuenta y las fechas de alta
      *y de cierre. REGEDIT y CONSOLID rechazan en la depuracion las
      *cuentas inexistentes y las de otro origen; EJERCICIO5 y
      *DELTAMAES mandan a EXCEPCIONES las bloqueadas y las cerradas,
      *y RECICLA no las recicla.
      *
      *Este programa mantiene el maestro por transacciones, al estilo
      *de RECHMANT: CUENTTRN.DAT trae A = alta (con origen y fecha de
      *alta), B = bloqueo, D = desbloqueo y C = cierre (con fecha de
      *cierre). Cada transaccion se valida entera antes de tocar el
      *maestro y queda, aplicada o rechazada, en CUENTMANT.LOG con el
      *usuario, el estado anterior y el nuevo.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUENTMANT.
       AUTHOR. EQUIPO-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUENTAS_FILE ASSIGN TO "data/CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA_CUENTA.

           SELECT TRANSACCIONES_FILE ASSIGN TO "data/CUENTTRN.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 033: log acumulativo, igual que TASASMANT.LOG.
           SELECT OPTIONAL LOG_FILE ASSIGN TO "data/CUENTMANT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Pedido 033: una entrada por cuenta. ESTADO: A activa,
      *> B bloqueada, C cerrada. FECHA_BAJA queda en cero mientras la
      *> cuenta no se cierra.
       FD CUENTAS_FILE.
       01 CUENTA_REC.
           05 CTA_CUENTA PIC 9(08).
           05 CTA_ESTADO PIC X(01).
           05 CTA_ORIGEN PIC X(08).
           05 CTA_FECHA_ALTA PIC 9(08).
           05 CTA_FECHA_BAJA PIC 9(08).

      *> Pedido 033: transaccion de mantenimiento. ACCION: A alta,
      *> B bloqueo, D desbloqueo, C cierre. ORIGEN solo se usa en el
      *> alta; FECHA es la de alta o la de cierre segun la accion.
      *> MOTIVO es obligatorio para bloquear y para cerrar.
       FD TRANSACCIONES_FILE.
       01 TRANSACCION_REC.
           05 TRN_ACCION PIC X(01).
           05 TRN_CUENTA PIC X(08).
           05 TRN_CUENTA_NUM REDEFINES TRN_CUENTA PIC 9(08).
           05 TRN_ORIGEN PIC X(08).
           05 TRN_FECHA PIC X(08).
           05 TRN_FECHA_NUM REDEFINES TRN_FECHA PIC 9(08).
           05 TRN_MOTIVO PIC X(30).
           05 TRN_USUARIO PIC X(08).

       FD LOG_FILE.
       01 LOG_REC PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS_END PIC X VALUE '1'.
       01 WS_FECHA_HOY PIC 9(08).
       01 WS_HORA_HOY PIC X(06).

       01 WS_MOTIVO_RECHAZO PIC X(40) VALUE SPACES.
       01 WS_RESULTADO PIC X(10) VALUE SPACES.
       01 WS_ESTADO_ANTES PIC X(01) VALUE SPACE.
       01 WS_ESTADO_DESPUES PIC X(01) VALUE SPACE.
       01 WS_CUENTA_LEIDA PIC X VALUE 'N'.

       01 WS_FECHA_PARTES.
           05 WS_FECHA_ANIO PIC 9(04).
           05 WS_FECHA_MES PIC 9(02).
           05 WS_FECHA_DIA PIC 9(02).

      *> Pedido 033: misma validacion de fechas que TASASMANT.
       01 WS_DIA_MAXIMO PIC 9(02) VALUE 31.
       01 WS_BISIESTO PIC X(01) VALUE 'N'.
       01 WS_COCIENTE PIC 9(04) VALUE 0.
       01 WS_RESTO_4 PIC 9(04) VALUE 0.
       01 WS_RESTO_100 PIC 9(04) VALUE 0.
       01 WS_RESTO_400 PIC 9(04) VALUE 0.

       01 WS_CONTADOR_LEIDAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_APLICADAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_RECHAZADAS PIC 9(07) VALUE 0.

       01 WS_LINEA_LOG PIC X(160) VALUE SPACES.

       PROCEDURE DIVISION.

       START_PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_FECHA_HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS_HORA_HOY.
           PERFORM OPEN_FILE.
           PERFORM READ_NEXT.
           PERFORM PROCESAR_TRANSACCION
               UNTIL WS_END = '0'.
           PERFORM CLOSE_FILE.
           PERFORM ESCRIBIR_RESUMEN.
           STOP RUN.

       OPEN_FILE.
           MOVE '1' TO WS_END.
           OPEN I-O CUENTAS_FILE.
           OPEN INPUT TRANSACCIONES_FILE.
           OPEN EXTEND LOG_FILE.

       CLOSE_FILE.
           CLOSE CUENTAS_FILE.
           CLOSE TRANSACCIONES_FILE.
           CLOSE LOG_FILE.

       READ_NEXT.
           READ TRANSACCIONES_FILE
               AT END MOVE '0' TO WS_END
           END-READ.

      *> Pedido 033: la transaccion entera se valida antes de tocar
      *> el maestro; la primera validacion que falla fija el motivo y
      *> la transaccion queda rechazada y asentada en el log.
       PROCESAR_TRANSACCION.
           ADD 1 TO WS_CONTADOR_LEIDAS.
           MOVE SPACES TO WS_MOTIVO_RECHAZO.
           MOVE SPACE TO WS_ESTADO_ANTES.
           MOVE SPACE TO WS_ESTADO_DESPUES.
           PERFORM VALIDAR_TRANSACCION.
           IF WS_MOTIVO_RECHAZO = SPACES
               PERFORM APLICAR_TRANSACCION
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
               ADD 1 TO WS_CONTADOR_APLICADAS
               MOVE "APLICADA" TO WS_RESULTADO
           ELSE
               ADD 1 TO WS_CONTADOR_RECHAZADAS
               MOVE "RECHAZADA" TO WS_RESULTADO
           END-IF.
           PERFORM GRABAR_LOG.
           PERFORM READ_NEXT.

       VALIDAR_TRANSACCION.
           IF TRN_ACCION NOT = 'A' AND TRN_ACCION NOT = 'B'
                   AND TRN_ACCION NOT = 'D' AND TRN_ACCION NOT = 'C'
               MOVE "ACCION NO VALIDA (A/B/D/C)" TO WS_MOTIVO_RECHAZO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND TRN_CUENTA NOT NUMERIC
               MOVE "CUENTA NO NUMERICA" TO WS_MOTIVO_RECHAZO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND TRN_USUARIO = SPACES
               MOVE "USUARIO EN BLANCO" TO WS_MOTIVO_RECHAZO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND TRN_ACCION = 'A'
                   AND TRN_ORIGEN = SPACES
               MOVE "ORIGEN EN BLANCO" TO WS_MOTIVO_RECHAZO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND (TRN_ACCION = 'A' OR TRN_ACCION = 'C')
               PERFORM VALIDAR_FECHA
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND (TRN_ACCION = 'B' OR TRN_ACCION = 'C')
                   AND TRN_MOTIVO = SPACES
               MOVE "MOTIVO EN BLANCO" TO WS_MOTIVO_RECHAZO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
               PERFORM LEER_CUENTA_MAESTRO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
               PERFORM VALIDAR_CONTRA_MAESTRO
           END-IF.

       VALIDAR_FECHA.
           IF TRN_FECHA NOT NUMERIC
               MOVE "FECHA NO NUMERICA" TO WS_MOTIVO_RECHAZO
           ELSE
               MOVE TRN_FECHA_NUM TO WS_FECHA_PARTES
               IF WS_FECHA_ANIO < 1900 OR WS_FECHA_ANIO > 2999
                       OR WS_FECHA_MES < 01 OR WS_FECHA_MES > 12
                       OR WS_FECHA_DIA < 01 OR WS_FECHA_DIA > 31
                   MOVE "FECHA FUERA DE RANGO" TO WS_MOTIVO_RECHAZO
               ELSE
                   PERFORM VALIDAR_DIA_DEL_MES
               END-IF
           END-IF.

       VALIDAR_DIA_DEL_MES.
           MOVE 31 TO WS_DIA_MAXIMO.
           IF WS_FECHA_MES = 04 OR WS_FECHA_MES = 06
                   OR WS_FECHA_MES = 09 OR WS_FECHA_MES = 11
               MOVE 30 TO WS_DIA_MAXIMO
           END-IF.
           IF WS_FECHA_MES = 02
               PERFORM DETERMINAR_BISIESTO
               IF WS_BISIESTO = 'S'
                   MOVE 29 TO WS_DIA_MAXIMO
               ELSE
                   MOVE 28 TO WS_DIA_MAXIMO
               END-IF
           END-IF.
           IF WS_FECHA_DIA > WS_DIA_MAXIMO
               MOVE "DIA NO VALIDO PARA EL MES" TO WS_MOTIVO_RECHAZO
           END-IF.

       DETERMINAR_BISIESTO.
           MOVE 'N' TO WS_BISIESTO.
           DIVIDE WS_FECHA_ANIO BY 4 GIVING WS_COCIENTE
               REMAINDER WS_RESTO_4.
           DIVIDE WS_FECHA_ANIO BY 100 GIVING WS_COCIENTE
               REMAINDER WS_RESTO_100.
           DIVIDE WS_FECHA_ANIO BY 400 GIVING WS_COCIENTE
               REMAINDER WS_RESTO_400.
           IF WS_RESTO_400 = 0
               MOVE 'S' TO WS_BISIESTO
           ELSE
               IF WS_RESTO_4 = 0 AND WS_RESTO_100 NOT = 0
                   MOVE 'S' TO WS_BISIESTO
               END-IF
           END-IF.

       LEER_CUENTA_MAESTRO.
           MOVE 'N' TO WS_CUENTA_LEIDA.
           MOVE TRN_CUENTA_NUM TO CTA_CUENTA.
           READ CUENTAS_FILE
               INVALID KEY
                   MOVE 'N' TO WS_CUENTA_LEIDA
               NOT INVALID KEY
                   MOVE 'S' TO WS_CUENTA_LEIDA
                   MOVE CTA_ESTADO TO WS_ESTADO_ANTES
           END-READ.

      *> Pedido 033: el alta exige que la cuenta no exista; el resto
      *> exige que exista y que la transicion de estado tenga
      *> sentido -- solo se bloquea lo activo, solo se desbloquea lo
      *> bloqueado, y una cuenta cerrada no se vuelve a tocar.
       VALIDAR_CONTRA_MAESTRO.
           IF TRN_ACCION = 'A'
               IF WS_CUENTA_LEIDA = 'S'
                   MOVE "CUENTA YA EXISTE" TO WS_MOTIVO_RECHAZO
               END-IF
           ELSE
               IF WS_CUENTA_LEIDA = 'N'
                   MOVE "CUENTA INEXISTENTE" TO WS_MOTIVO_RECHAZO
               END-IF
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND TRN_ACCION = 'B'
                   AND CTA_ESTADO NOT = 'A'
               MOVE "CUENTA NO ESTA ACTIVA" TO WS_MOTIVO_RECHAZO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND TRN_ACCION = 'D'
                   AND CTA_ESTADO NOT = 'B'
               MOVE "CUENTA NO ESTA BLOQUEADA" TO WS_MOTIVO_RECHAZO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND TRN_ACCION = 'C'
               IF CTA_ESTADO = 'C'
                   MOVE "CUENTA YA CERRADA" TO WS_MOTIVO_RECHAZO
               ELSE
                   IF TRN_FECHA_NUM < CTA_FECHA_ALTA
                       MOVE "FECHA DE CIERRE ANTERIOR AL ALTA"
                           TO WS_MOTIVO_RECHAZO
                   END-IF
               END-IF
           END-IF.

       APLICAR_TRANSACCION.
           IF TRN_ACCION = 'A'
               MOVE TRN_CUENTA_NUM TO CTA_CUENTA
               MOVE 'A' TO CTA_ESTADO
               MOVE TRN_ORIGEN TO CTA_ORIGEN
               MOVE TRN_FECHA_NUM TO CTA_FECHA_ALTA
               MOVE 0 TO CTA_FECHA_BAJA
               WRITE CUENTA_REC
                   INVALID KEY
                       MOVE "CUENTA YA EXISTE" TO WS_MOTIVO_RECHAZO
               END-WRITE
           ELSE
               IF TRN_ACCION = 'B'
                   MOVE 'B' TO CTA_ESTADO
               END-IF
               IF TRN_ACCION = 'D'
                   MOVE 'A' TO CTA_ESTADO
               END-IF
               IF TRN_ACCION = 'C'
                   MOVE 'C' TO CTA_ESTADO
                   MOVE TRN_FECHA_NUM TO CTA_FECHA_BAJA
               END-IF
               REWRITE CUENTA_REC
                   INVALID KEY
                       MOVE "CUENTA INEXISTENTE" TO WS_MOTIVO_RECHAZO
               END-REWRITE
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
               MOVE CTA_ESTADO TO WS_ESTADO_DESPUES
           END-IF.

      *> Pedido 033: un renglon por transaccion, aplicada o
      *> rechazada, con el estado antes y despues y el motivo que
      *> dio quien la pidio.
       GRABAR_LOG.
           MOVE SPACES TO WS_LINEA_LOG.
           STRING WS_FECHA_HOY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_HORA_HOY DELIMITED BY SIZE
                  " USUARIO=" DELIMITED BY SIZE
                  TRN_USUARIO DELIMITED BY SIZE
                  " ACCION=" DELIMITED BY SIZE
                  TRN_ACCION DELIMITED BY SIZE
                  " CUENTA=" DELIMITED BY SIZE
                  TRN_CUENTA DELIMITED BY SIZE
                  " ORIGEN=" DELIMITED BY SIZE
                  TRN_ORIGEN DELIMITED BY SIZE
                  " FECHA=" DELIMITED BY SIZE
                  TRN_FECHA DELIMITED BY SIZE
                  " ANTES=" DELIMITED BY SIZE
                  WS_ESTADO_ANTES DELIMITED BY SIZE
                  " DESPUES=" DELIMITED BY SIZE
                  WS_ESTADO_DESPUES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_RESULTADO DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS_MOTIVO_RECHAZO DELIMITED BY SIZE
                  " MOTIVO: " DELIMITED BY SIZE
                  TRN_MOTIVO DELIMITED BY SIZE
               INTO WS_LINEA_LOG
           END-STRING.
           WRITE LOG_REC FROM WS_LINEA_LOG.

       ESCRIBIR_RESUMEN.
           DISPLAY "MANTENIMIENTO DEL MAESTRO DE CUENTAS".
           DISPLAY "TRANSACCIONES LEIDAS:    " WS_CONTADOR_LEIDAS.
           DISPLAY "TRANSACCIONES APLICADAS: " WS_CONTADOR_APLICADAS.
           DISPLAY "TRANSACCIONES RECHAZADAS:"
               WS_CONTADOR_RECHAZADAS.
           IF WS_CONTADOR_RECHAZADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
