      *RETENMANT
      *
      *Pedido 035: liberacion o rechazo de las retenciones por
      *movimiento grande, al estilo de RECHMANT. EJERCICIO5 y
      *DELTAMAES dejan en RETENIDOS.DAT (clave cuenta + fecha + id de
      *la corrida que retuvo) todo detalle cuya diferencia con el
      *ultimo valor de la cuenta supera los limites de su CAMPO1 en
      *LIMITES.DAT, sin ajustarlo ni asentarlo. Este programa aplica
      *las transacciones de RETTRN.DAT: L = liberar (el registro va a
      *LIBERADOS.DAT y la proxima corrida completa lo reprocesa
      *despues de los reciclados, sin volver a medirlo) y R =
      *rechazar (no se aplica nunca, con la disposicion que dice por
      *que). Quien decide no puede ser quien lanzo la corrida que
      *retuvo el registro: las retenciones son un control de segunda
      *persona. Cada transaccion, aplicada o rechazada, queda en
      *RETENMANT.LOG con usuario y fecha/hora. Al final escribe
      *RETENEDAD.TXT con lo que sigue pendiente hace mas de un dia,
      *primero lo mas viejo.
      *
      *Una liberacion corre despues de RECICLA y antes de la proxima
      *corrida de ajuste, igual que la re-presentacion de RECHMANT:
      *RECICLA vacia LIBERADOS.DAT una vez que la corrida lo consumio
      *y CONCILIA lo conto.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENMANT.
       AUTHOR. EQUIPO-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETENIDOS_FILE ASSIGN TO "data/RETENIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET_CLAVE.

           SELECT TRANSACCIONES_FILE ASSIGN TO "data/RETTRN.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL LIBERADOS_FILE ASSIGN TO "data/LIBERADOS.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 035: log acumulativo, igual que RECHMANT.LOG.
           SELECT OPTIONAL LOG_FILE ASSIGN TO "data/RETENMANT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORTE_FILE ASSIGN TO "data/RETENEDAD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Pedido 035: mismo layout que graban EJERCICIO5 y DELTAMAES.
       FD RETENIDOS_FILE.
       01 RETENIDO_REC.
           05 RET_CLAVE.
               10 RET_CUENTA PIC 9(08).
               10 RET_FECHA PIC 9(08).
               10 RET_ID_CORRIDA PIC X(08).
           05 RET_PROGRAMA PIC X(10).
           05 RET_NUM_REGISTRO PIC 9(09).
           05 RET_CAMPO1 PIC X(02).
           05 RET_CAMPO2 PIC 9(07)V9(02).
           05 RET_ULTIMO PIC 9(07)V9(02).
           05 RET_RECICLOS PIC 9(02).
           05 RET_MOTIVO PIC X(40).
           05 RET_USUARIO_ALTA PIC X(08).
           05 RET_ESTADO PIC X(01).
           05 RET_DISPOSICION PIC X(30).
           05 RET_USUARIO PIC X(08).
           05 RET_FECHA_DISP PIC 9(08).
           05 RET_HORA_DISP PIC X(06).
      *> Pedido 036: moneda de la cuenta del registro.
           05 RET_MONEDA PIC X(03).

      *> Pedido 035: transaccion sobre una retencion. ACCION: L
      *> liberar, R rechazar. CUENTA, FECHA e ID_CORRIDA identifican
      *> la retencion; DISPOSICION es obligatoria para el rechazo.
       FD TRANSACCIONES_FILE.
       01 TRANSACCION_REC.
           05 TRN_ACCION PIC X(01).
           05 TRN_CUENTA PIC X(08).
           05 TRN_CUENTA_NUM REDEFINES TRN_CUENTA PIC 9(08).
           05 TRN_FECHA PIC X(08).
           05 TRN_FECHA_NUM REDEFINES TRN_FECHA PIC 9(08).
           05 TRN_ID_CORRIDA PIC X(08).
           05 TRN_DISPOSICION PIC X(30).
           05 TRN_USUARIO PIC X(08).

      *> Pedido 035: mismo layout que RECICLO.DAT.
       FD LIBERADOS_FILE.
       01 LIBERADO_REC.
           05 LIB_CUENTA PIC 9(08).
           05 LIB_CAMPO1 PIC X(02).
           05 LIB_CAMPO2 PIC 9(07)V9(02).
           05 LIB_RECICLOS PIC 9(02).
      *> Pedido 036: moneda de la cuenta del registro.
           05 LIB_MONEDA PIC X(03).

       FD LOG_FILE.
       01 LOG_REC PIC X(132).

       FD REPORTE_FILE.
       01 REPORTE_REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS_END PIC X VALUE '1'.
       01 WS_FECHA_HOY PIC 9(08).
       01 WS_HORA_HOY PIC X(06).

       01 WS_MOTIVO_RECHAZO PIC X(40) VALUE SPACES.
       01 WS_RESULTADO PIC X(10) VALUE SPACES.
       01 WS_ESTADO_ANTES PIC X(01) VALUE SPACE.
       01 WS_ENTRADA_LEIDA PIC X VALUE 'N'.

       01 WS_CONTADOR_LEIDAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_APLICADAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_RECHAZADAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_LIBERADAS PIC 9(07) VALUE 0.

      *> Pedido 035: antiguedad de lo pendiente. Se junta en memoria
      *> y se lista de mas viejo a mas nuevo, con cortes 8+/2-7 dias;
      *> lo retenido ayer u hoy solo se cuenta. Cada CAMPO2 esta en la
      *> moneda de su cuenta, asi que el subtotal del tramo es solo la
      *> cantidad de retenciones.
       01 WS_PENDIENTES_TABLA.
           05 WS_PENDIENTE_CANT PIC 9(04) VALUE 0.
           05 WS_PENDIENTE OCCURS 1000 TIMES
                   INDEXED BY WS_PENDIENTE_IDX.
               10 WS_PENDIENTE_CUENTA PIC 9(08).
               10 WS_PENDIENTE_FECHA PIC 9(08).
               10 WS_PENDIENTE_ID PIC X(08).
               10 WS_PENDIENTE_PROGRAMA PIC X(10).
               10 WS_PENDIENTE_CAMPO1 PIC X(02).
               10 WS_PENDIENTE_CAMPO2 PIC 9(07)V9(02).
               10 WS_PENDIENTE_MOTIVO PIC X(40).
               10 WS_PENDIENTE_DIAS PIC 9(05).
               10 WS_PENDIENTE_MONEDA PIC X(03).
       01 WS_PENDIENTE_AUXILIAR PIC X(93) VALUE SPACES.
       01 WS_PASADA PIC 9(04) VALUE 0.
       01 WS_POS_PAR PIC 9(04) VALUE 0.
       01 WS_POS_SIGUIENTE PIC 9(04) VALUE 0.
       01 WS_ULTIMO_PAR PIC 9(04) VALUE 0.
       01 WS_PENDIENTES_RECIENTES PIC 9(07) VALUE 0.
       01 WS_DIAS_PENDIENTE PIC 9(05) VALUE 0.
       01 WS_DIAS_DESDE PIC 9(05) VALUE 0.
       01 WS_DIAS_HASTA PIC 9(05) VALUE 0.
       01 WS_CONTADOR_TRAMO PIC 9(04) VALUE 0.

       01 WS_CAMPO2_ED PIC 9(07).9(02).
       01 WS_TITULO_TRAMO PIC X(30) VALUE SPACES.
       01 WS_LINEA_LOG PIC X(132) VALUE SPACES.
       01 WS_LINEA_REPORTE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       START_PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_FECHA_HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS_HORA_HOY.
           PERFORM OPEN_FILE.
           PERFORM READ_NEXT.
           PERFORM PROCESAR_TRANSACCION
               UNTIL WS_END = '0'.
           PERFORM CLOSE_FILE.
           PERFORM ESCRIBIR_ANTIGUEDAD.
           PERFORM ESCRIBIR_RESUMEN.
           STOP RUN.

       OPEN_FILE.
           MOVE '1' TO WS_END.
           OPEN I-O RETENIDOS_FILE.
           OPEN INPUT TRANSACCIONES_FILE.
           OPEN EXTEND LIBERADOS_FILE.
           OPEN EXTEND LOG_FILE.

       CLOSE_FILE.
           CLOSE RETENIDOS_FILE.
           CLOSE TRANSACCIONES_FILE.
           CLOSE LIBERADOS_FILE.
           CLOSE LOG_FILE.

       READ_NEXT.
           READ TRANSACCIONES_FILE
               AT END MOVE '0' TO WS_END
           END-READ.

      *> Pedido 035: la transaccion entera se valida antes de tocar
      *> la retencion; la primera validacion que falla fija el motivo
      *> y la transaccion queda rechazada y asentada en el log.
       PROCESAR_TRANSACCION.
           ADD 1 TO WS_CONTADOR_LEIDAS.
           MOVE SPACES TO WS_MOTIVO_RECHAZO.
           MOVE SPACE TO WS_ESTADO_ANTES.
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
           IF TRN_ACCION NOT = 'L' AND TRN_ACCION NOT = 'R'
               MOVE "ACCION NO VALIDA (L/R)" TO WS_MOTIVO_RECHAZO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND TRN_CUENTA NOT NUMERIC
               MOVE "CUENTA NO NUMERICA" TO WS_MOTIVO_RECHAZO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND TRN_FECHA NOT NUMERIC
               MOVE "FECHA NO NUMERICA" TO WS_MOTIVO_RECHAZO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND TRN_USUARIO = SPACES
               MOVE "USUARIO EN BLANCO" TO WS_MOTIVO_RECHAZO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND TRN_ACCION = 'R'
                   AND TRN_DISPOSICION = SPACES
               MOVE "DISPOSICION EN BLANCO" TO WS_MOTIVO_RECHAZO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
               PERFORM LEER_RETENCION
           END-IF.

      *> Pedido 035: la retencion tiene que existir y seguir
      *> pendiente, y quien decide no puede ser quien la origino.
       LEER_RETENCION.
           MOVE 'N' TO WS_ENTRADA_LEIDA.
           MOVE TRN_CUENTA_NUM TO RET_CUENTA.
           MOVE TRN_FECHA_NUM TO RET_FECHA.
           MOVE TRN_ID_CORRIDA TO RET_ID_CORRIDA.
           READ RETENIDOS_FILE
               INVALID KEY
                   MOVE "RETENCION INEXISTENTE" TO WS_MOTIVO_RECHAZO
               NOT INVALID KEY
                   MOVE 'S' TO WS_ENTRADA_LEIDA
           END-READ.
           IF WS_ENTRADA_LEIDA = 'S'
               MOVE RET_ESTADO TO WS_ESTADO_ANTES
               IF RET_ESTADO NOT = 'P'
                   MOVE "RETENCION YA DISPUESTA" TO WS_MOTIVO_RECHAZO
               END-IF
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND TRN_USUARIO = RET_USUARIO_ALTA
               MOVE "MISMO USUARIO QUE ORIGINO LA RETENCION"
                   TO WS_MOTIVO_RECHAZO
           END-IF.

       APLICAR_TRANSACCION.
           IF TRN_ACCION = 'L'
               MOVE 'L' TO RET_ESTADO
               PERFORM LIBERAR_RETENCION
           END-IF.
           IF TRN_ACCION = 'R'
               MOVE 'R' TO RET_ESTADO
           END-IF.
           MOVE TRN_DISPOSICION TO RET_DISPOSICION.
           MOVE TRN_USUARIO TO RET_USUARIO.
           MOVE WS_FECHA_HOY TO RET_FECHA_DISP.
           MOVE WS_HORA_HOY TO RET_HORA_DISP.
           REWRITE RETENIDO_REC.

      *> Pedido 035: el registro liberado vuelve con las pasadas de
      *> reciclo que traia; la retencion no cuenta como pasada.
       LIBERAR_RETENCION.
           ADD 1 TO WS_CONTADOR_LIBERADAS.
           MOVE RET_CUENTA TO LIB_CUENTA.
           MOVE RET_CAMPO1 TO LIB_CAMPO1.
           MOVE RET_CAMPO2 TO LIB_CAMPO2.
           MOVE RET_MONEDA TO LIB_MONEDA.
           MOVE RET_RECICLOS TO LIB_RECICLOS.
           WRITE LIBERADO_REC.

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
                  " FECHA=" DELIMITED BY SIZE
                  TRN_FECHA DELIMITED BY SIZE
                  " ID=" DELIMITED BY SIZE
                  TRN_ID_CORRIDA DELIMITED BY SIZE
                  " ESTADO-ANTES=" DELIMITED BY SIZE
                  WS_ESTADO_ANTES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_RESULTADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_MOTIVO_RECHAZO DELIMITED BY SIZE
               INTO WS_LINEA_LOG
           END-STRING.
           WRITE LOG_REC FROM WS_LINEA_LOG.

      *> Pedido 035: lo que sigue pendiente hace mas de un dia, por
      *> antiguedad, el mas viejo primero.
       ESCRIBIR_ANTIGUEDAD.
           PERFORM CARGAR_PENDIENTES.
           PERFORM ORDENAR_PENDIENTES.
           OPEN OUTPUT REPORTE_FILE.
           MOVE "ANTIGUEDAD DE RETENCIONES PENDIENTES"
               TO REPORTE_REC.
           WRITE REPORTE_REC.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "FECHA: " DELIMITED BY SIZE
                  WS_FECHA_HOY DELIMITED BY SIZE
                  "   PENDIENTES MAS DE 1 DIA: " DELIMITED BY SIZE
                  WS_PENDIENTE_CANT DELIMITED BY SIZE
                  "   DE HOY Y AYER: " DELIMITED BY SIZE
                  WS_PENDIENTES_RECIENTES DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.
           MOVE 8 TO WS_DIAS_DESDE.
           MOVE 99999 TO WS_DIAS_HASTA.
           MOVE "MAS DE 7 DIAS" TO WS_TITULO_TRAMO.
           PERFORM ESCRIBIR_TRAMO.
           MOVE 2 TO WS_DIAS_DESDE.
           MOVE 7 TO WS_DIAS_HASTA.
           MOVE "ENTRE 2 Y 7 DIAS" TO WS_TITULO_TRAMO.
           PERFORM ESCRIBIR_TRAMO.
           CLOSE REPORTE_FILE.

       CARGAR_PENDIENTES.
           MOVE '1' TO WS_END.
           OPEN INPUT RETENIDOS_FILE.
           PERFORM LEER_RETENIDO.
           PERFORM CARGAR_UN_PENDIENTE
               UNTIL WS_END = '0'.
           CLOSE RETENIDOS_FILE.

       LEER_RETENIDO.
           READ RETENIDOS_FILE NEXT RECORD
               AT END MOVE '0' TO WS_END
           END-READ.

       CARGAR_UN_PENDIENTE.
           IF RET_ESTADO = 'P'
               COMPUTE WS_DIAS_PENDIENTE =
                   FUNCTION INTEGER-OF-DATE(WS_FECHA_HOY)
                   - FUNCTION INTEGER-OF-DATE(RET_FECHA)
               IF WS_DIAS_PENDIENTE > 1
                   PERFORM GUARDAR_PENDIENTE
               ELSE
                   ADD 1 TO WS_PENDIENTES_RECIENTES
               END-IF
           END-IF.
           PERFORM LEER_RETENIDO.

       GUARDAR_PENDIENTE.
           IF WS_PENDIENTE_CANT < 1000
               ADD 1 TO WS_PENDIENTE_CANT
               MOVE RET_CUENTA TO WS_PENDIENTE_CUENTA(WS_PENDIENTE_CANT)
               MOVE RET_FECHA TO WS_PENDIENTE_FECHA(WS_PENDIENTE_CANT)
               MOVE RET_ID_CORRIDA
                   TO WS_PENDIENTE_ID(WS_PENDIENTE_CANT)
               MOVE RET_PROGRAMA
                   TO WS_PENDIENTE_PROGRAMA(WS_PENDIENTE_CANT)
               MOVE RET_CAMPO1 TO WS_PENDIENTE_CAMPO1(WS_PENDIENTE_CANT)
               MOVE RET_CAMPO2 TO WS_PENDIENTE_CAMPO2(WS_PENDIENTE_CANT)
               MOVE RET_MOTIVO TO WS_PENDIENTE_MOTIVO(WS_PENDIENTE_CANT)
               MOVE WS_DIAS_PENDIENTE
                   TO WS_PENDIENTE_DIAS(WS_PENDIENTE_CANT)
               MOVE RET_MONEDA TO WS_PENDIENTE_MONEDA(WS_PENDIENTE_CANT)
           ELSE
               DISPLAY "ADVERTENCIA: MAS DE 1000 RETENCIONES "
                   "PENDIENTES; EL REPORTE DE ANTIGUEDAD QUEDA "
                   "INCOMPLETO"
           END-IF.

      *> RETENIDOS.DAT se lee por cuenta; el reporte va por fecha de
      *> retencion, y dentro de la misma fecha queda el orden de cuenta.
       ORDENAR_PENDIENTES.
           PERFORM ORDENAR_PASADA
               VARYING WS_PASADA FROM 1 BY 1
               UNTIL WS_PASADA >= WS_PENDIENTE_CANT.

       ORDENAR_PASADA.
           COMPUTE WS_ULTIMO_PAR = WS_PENDIENTE_CANT - WS_PASADA.
           PERFORM ORDENAR_PAR
               VARYING WS_POS_PAR FROM 1 BY 1
               UNTIL WS_POS_PAR > WS_ULTIMO_PAR.

       ORDENAR_PAR.
           COMPUTE WS_POS_SIGUIENTE = WS_POS_PAR + 1.
           IF WS_PENDIENTE_FECHA(WS_POS_PAR)
                   > WS_PENDIENTE_FECHA(WS_POS_SIGUIENTE)
               MOVE WS_PENDIENTE(WS_POS_PAR) TO WS_PENDIENTE_AUXILIAR
               MOVE WS_PENDIENTE(WS_POS_SIGUIENTE)
                   TO WS_PENDIENTE(WS_POS_PAR)
               MOVE WS_PENDIENTE_AUXILIAR
                   TO WS_PENDIENTE(WS_POS_SIGUIENTE)
           END-IF.

       ESCRIBIR_TRAMO.
           MOVE SPACES TO REPORTE_REC.
           WRITE REPORTE_REC.
           MOVE 0 TO WS_CONTADOR_TRAMO.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "PENDIENTES " DELIMITED BY SIZE
                  WS_TITULO_TRAMO DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.
           PERFORM ESCRIBIR_PENDIENTE
               VARYING WS_PENDIENTE_IDX FROM 1 BY 1
               UNTIL WS_PENDIENTE_IDX > WS_PENDIENTE_CANT.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "  SUBTOTAL: " DELIMITED BY SIZE
                  WS_CONTADOR_TRAMO DELIMITED BY SIZE
                  " RETENCIONES" DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.

       ESCRIBIR_PENDIENTE.
           IF WS_PENDIENTE_DIAS(WS_PENDIENTE_IDX) >= WS_DIAS_DESDE
                   AND WS_PENDIENTE_DIAS(WS_PENDIENTE_IDX)
                       <= WS_DIAS_HASTA
               ADD 1 TO WS_CONTADOR_TRAMO
               MOVE WS_PENDIENTE_CAMPO2(WS_PENDIENTE_IDX)
                   TO WS_CAMPO2_ED
               MOVE SPACES TO WS_LINEA_REPORTE
               STRING "  CUENTA " DELIMITED BY SIZE
                      WS_PENDIENTE_CUENTA(WS_PENDIENTE_IDX)
                          DELIMITED BY SIZE
                      "  RETENIDA " DELIMITED BY SIZE
                      WS_PENDIENTE_FECHA(WS_PENDIENTE_IDX)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS_PENDIENTE_ID(WS_PENDIENTE_IDX)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS_PENDIENTE_PROGRAMA(WS_PENDIENTE_IDX)
                          DELIMITED BY SIZE
                      "  DIAS " DELIMITED BY SIZE
                      WS_PENDIENTE_DIAS(WS_PENDIENTE_IDX)
                          DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS_PENDIENTE_MONEDA(WS_PENDIENTE_IDX)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS_CAMPO2_ED DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS_PENDIENTE_MOTIVO(WS_PENDIENTE_IDX)
                          DELIMITED BY SIZE
                   INTO WS_LINEA_REPORTE
               END-STRING
               WRITE REPORTE_REC FROM WS_LINEA_REPORTE
           END-IF.

       ESCRIBIR_RESUMEN.
           DISPLAY "LIBERACION DE RETENCIONES POR MOVIMIENTO".
           DISPLAY "TRANSACCIONES LEIDAS:    " WS_CONTADOR_LEIDAS.
           DISPLAY "TRANSACCIONES APLICADAS: " WS_CONTADOR_APLICADAS.
           DISPLAY "TRANSACCIONES RECHAZADAS:"
               WS_CONTADOR_RECHAZADAS.
           DISPLAY "LIBERADAS A REPROCESO:   " WS_CONTADOR_LIBERADAS.
           DISPLAY "PENDIENTES MAS DE 1 DIA: " WS_PENDIENTE_CANT.
           IF WS_CONTADOR_RECHAZADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
