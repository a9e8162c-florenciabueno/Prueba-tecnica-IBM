      *CAMBMANT
      *
      *Pedido 036: mantenimiento de CAMBIOS.DAT, las cotizaciones
      *fechadas con que la corrida pasa a moneda base los importes de
      *cada moneda al grabar ASIENTOS. Mismo circuito que TASASMANT:
      *transacciones de alta (A), reemplazo (R) y baja (B) desde
      *CAMBTRN.DAT por MONEDA + fecha, validadas antes de tocar la
      *tabla (codigo de moneda de tres letras, distinto de la moneda
      *base, fecha real, cotizacion numerica y mayor que cero, sin
      *duplicados), y un renglon antes/despues por transaccion en
      *CAMBMANT.LOG con el usuario que la pidio. La cotizacion es
      *cuantas unidades de moneda base vale una unidad de la moneda;
      *la moneda base no se carga, vale 1 por definicion.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBMANT.
       AUTHOR. EQUIPO-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAMBIOS_FILE ASSIGN TO "data/CAMBIOS.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL TRANSACCIONES_FILE
               ASSIGN TO "data/CAMBTRN.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 036: log acumulativo de mantenimiento, como el de
      *> TASASMANT; cada corrida agrega sus renglones al final.
           SELECT OPTIONAL LOG_FILE ASSIGN TO "data/CAMBMANT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CAMBIOS_FILE.
       01 CAMBIO_REC.
           05 CAM_MONEDA PIC X(03).
           05 CAM_FECHA PIC 9(08).
           05 CAM_COTIZACION PIC 9(05)V9(06).

      *> Pedido 036: transaccion de mantenimiento. ACCION: A = alta de
      *> una cotizacion nueva, R = reemplazo de la cotizacion de una
      *> MONEDA + FECHA existente, B = baja. FECHA y COTIZACION se
      *> reciben como texto y se validan antes de usarlas como
      *> numericas; la COTIZACION lleva 5 enteros y 6 decimales sin
      *> punto.
       FD TRANSACCIONES_FILE.
       01 TRANSACCION_REC.
           05 TRN_ACCION PIC X(01).
           05 TRN_MONEDA PIC X(03).
           05 TRN_FECHA PIC X(08).
           05 TRN_FECHA_NUM REDEFINES TRN_FECHA PIC 9(08).
           05 TRN_COTIZACION PIC X(11).
           05 TRN_COTIZACION_NUM REDEFINES TRN_COTIZACION
               PIC 9(05)V9(06).
           05 TRN_USUARIO PIC X(08).

       FD LOG_FILE.
      *> Pedido 036: mismo ancho que el de TASCTAMANT; la cotizacion
      *> con seis decimales no entra con el motivo en 132.
       01 LOG_REC PIC X(180).

       WORKING-STORAGE SECTION.
       01 WS_END PIC X VALUE '1'.
       01 WS_FECHA_HOY PIC 9(08).
       01 WS_HORA_HOY PIC X(06).

      *> Pedido 036: misma moneda base que toma la corrida; no se le
      *> cargan cotizaciones.
       01 WS_MONEDA_BASE PIC X(03) VALUE SPACES.

      *> Pedido 036: tabla de cotizaciones en memoria. ESTADO marca
      *> las dadas de baja por una transaccion B, que se omiten al
      *> reescribir CAMBIOS.DAT.
       01 WS_CAMBIOS_TABLA.
           05 WS_CAM_CANT PIC 9(04) VALUE 0.
           05 WS_CAM OCCURS 1000 TIMES INDEXED BY WS_CAM_IDX.
               10 WS_CAM_ESTADO PIC X(01).
               10 WS_CAM_MONEDA PIC X(03).
               10 WS_CAM_FECHA PIC 9(08).
               10 WS_CAM_COTIZACION PIC 9(05)V9(06).

       01 WS_POS_ENCONTRADA PIC 9(04) VALUE 0.
       01 WS_COTIZACION_ANTES PIC 9(05)V9(06) VALUE 0.
       01 WS_MOTIVO_RECHAZO PIC X(40) VALUE SPACES.
       01 WS_RESULTADO PIC X(10) VALUE SPACES.

       01 WS_FECHA_PARTES.
           05 WS_FECHA_ANIO PIC 9(04).
           05 WS_FECHA_MES PIC 9(02).
           05 WS_FECHA_DIA PIC 9(02).

       01 WS_DIA_MAXIMO PIC 9(02) VALUE 31.
       01 WS_BISIESTO PIC X(01) VALUE 'N'.
       01 WS_COCIENTE PIC 9(04) VALUE 0.
       01 WS_RESTO_4 PIC 9(04) VALUE 0.
       01 WS_RESTO_100 PIC 9(04) VALUE 0.
       01 WS_RESTO_400 PIC 9(04) VALUE 0.

       01 WS_CONTADOR_LEIDAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_APLICADAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_RECHAZADAS PIC 9(07) VALUE 0.

       01 WS_LINEA_LOG PIC X(180) VALUE SPACES.

       PROCEDURE DIVISION.

       START_PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_FECHA_HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS_HORA_HOY.
           MOVE SPACES TO WS_MONEDA_BASE.
           ACCEPT WS_MONEDA_BASE FROM ENVIRONMENT "MONEDA_BASE"
               ON EXCEPTION MOVE SPACES TO WS_MONEDA_BASE
           END-ACCEPT.
           IF WS_MONEDA_BASE = SPACES
               MOVE "ARS" TO WS_MONEDA_BASE
           END-IF.
           PERFORM CARGAR_CAMBIOS.
           PERFORM OPEN_FILE.
           PERFORM READ_NEXT.
           PERFORM PROCESAR_TRANSACCION
               UNTIL WS_END = '0'.
           PERFORM CLOSE_FILE.
           PERFORM REESCRIBIR_CAMBIOS.
           PERFORM ESCRIBIR_RESUMEN.
           STOP RUN.

      *> Pedido 036: carga CAMBIOS.DAT completo en la tabla de
      *> trabajo, todas las cotizaciones en estado activo.
       CARGAR_CAMBIOS.
           MOVE '1' TO WS_END.
           OPEN INPUT CAMBIOS_FILE.
           PERFORM LEER_CAMBIO.
           PERFORM CARGAR_UN_CAMBIO
               UNTIL WS_END = '9'.
           CLOSE CAMBIOS_FILE.

       CARGAR_UN_CAMBIO.
           IF WS_CAM_CANT < 1000
               ADD 1 TO WS_CAM_CANT
               MOVE 'A' TO WS_CAM_ESTADO(WS_CAM_CANT)
               MOVE CAM_MONEDA TO WS_CAM_MONEDA(WS_CAM_CANT)
               MOVE CAM_FECHA TO WS_CAM_FECHA(WS_CAM_CANT)
               MOVE CAM_COTIZACION TO WS_CAM_COTIZACION(WS_CAM_CANT)
           ELSE
               DISPLAY "ADVERTENCIA: CAMBIOS.DAT supera el limite de "
                   "1000 cotizaciones en memoria, se descarta MONEDA="
                   CAM_MONEDA " FECHA=" CAM_FECHA
           END-IF.
           PERFORM LEER_CAMBIO.

       LEER_CAMBIO.
           READ CAMBIOS_FILE
               AT END MOVE '9' TO WS_END
           END-READ.

       OPEN_FILE.
           MOVE '1' TO WS_END.
           OPEN INPUT TRANSACCIONES_FILE.
           OPEN EXTEND LOG_FILE.

       CLOSE_FILE.
           CLOSE TRANSACCIONES_FILE.
           CLOSE LOG_FILE.

       READ_NEXT.
           READ TRANSACCIONES_FILE
               AT END MOVE '0' TO WS_END
           END-READ.

      *> Pedido 036: igual que TASASMANT, la primera validacion que
      *> falla fija el motivo y la transaccion queda rechazada y
      *> asentada en el log con ese motivo.
       PROCESAR_TRANSACCION.
           ADD 1 TO WS_CONTADOR_LEIDAS.
           MOVE SPACES TO WS_MOTIVO_RECHAZO.
           MOVE 0 TO WS_COTIZACION_ANTES.
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
           IF TRN_ACCION NOT = 'A' AND TRN_ACCION NOT = 'R'
                   AND TRN_ACCION NOT = 'B'
               MOVE "ACCION NO VALIDA (A/R/B)" TO WS_MOTIVO_RECHAZO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
               PERFORM VALIDAR_MONEDA
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
               PERFORM VALIDAR_FECHA
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND TRN_ACCION NOT = 'B'
               PERFORM VALIDAR_COTIZACION
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
               PERFORM VALIDAR_CONTRA_TABLA
           END-IF.

      *> Pedido 036: el codigo de moneda son tres letras, como lo
      *> valida REGEDIT en el detalle; la moneda base no lleva
      *> cotizacion.
       VALIDAR_MONEDA.
           IF TRN_MONEDA NOT ALPHABETIC-UPPER
                   OR TRN_MONEDA(1:1) = SPACE
                   OR TRN_MONEDA(2:1) = SPACE
                   OR TRN_MONEDA(3:1) = SPACE
               MOVE "MONEDA NO VALIDA" TO WS_MOTIVO_RECHAZO
           ELSE
               IF TRN_MONEDA = WS_MONEDA_BASE
                   MOVE "MONEDA BASE NO LLEVA COTIZACION"
                       TO WS_MOTIVO_RECHAZO
               END-IF
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

       VALIDAR_COTIZACION.
           IF TRN_COTIZACION NOT NUMERIC
               MOVE "COTIZACION NO NUMERICA" TO WS_MOTIVO_RECHAZO
           ELSE
               IF TRN_COTIZACION_NUM = 0
                   MOVE "COTIZACION EN CERO" TO WS_MOTIVO_RECHAZO
               END-IF
           END-IF.

      *> Pedido 036: el alta de una cotizacion que ya existe para la
      *> misma MONEDA + FECHA se rechaza como duplicado; reemplazo y
      *> baja exigen que la cotizacion exista.
       VALIDAR_CONTRA_TABLA.
           PERFORM BUSCAR_COTIZACION.
           IF TRN_ACCION = 'A'
               IF WS_POS_ENCONTRADA > 0
                   MOVE "DUPLICADO DE MONEDA + FECHA"
                       TO WS_MOTIVO_RECHAZO
               ELSE
                   IF WS_CAM_CANT >= 1000
                       MOVE "TABLA DE COTIZACIONES COMPLETA"
                           TO WS_MOTIVO_RECHAZO
                   END-IF
               END-IF
           ELSE
               IF WS_POS_ENCONTRADA = 0
                   MOVE "COTIZACION INEXISTENTE" TO WS_MOTIVO_RECHAZO
               END-IF
           END-IF.

       BUSCAR_COTIZACION.
           MOVE 0 TO WS_POS_ENCONTRADA.
           PERFORM VARYING WS_CAM_IDX FROM 1 BY 1
                   UNTIL WS_CAM_IDX > WS_CAM_CANT
               IF WS_CAM_ESTADO(WS_CAM_IDX) = 'A'
                       AND WS_CAM_MONEDA(WS_CAM_IDX) = TRN_MONEDA
                       AND WS_CAM_FECHA(WS_CAM_IDX) = TRN_FECHA_NUM
                   SET WS_POS_ENCONTRADA TO WS_CAM_IDX
               END-IF
           END-PERFORM.

       APLICAR_TRANSACCION.
           IF TRN_ACCION = 'A'
               ADD 1 TO WS_CAM_CANT
               MOVE 'A' TO WS_CAM_ESTADO(WS_CAM_CANT)
               MOVE TRN_MONEDA TO WS_CAM_MONEDA(WS_CAM_CANT)
               MOVE TRN_FECHA_NUM TO WS_CAM_FECHA(WS_CAM_CANT)
               MOVE TRN_COTIZACION_NUM
                   TO WS_CAM_COTIZACION(WS_CAM_CANT)
           END-IF.
           IF TRN_ACCION = 'R'
               MOVE WS_CAM_COTIZACION(WS_POS_ENCONTRADA)
                   TO WS_COTIZACION_ANTES
               MOVE TRN_COTIZACION_NUM
                   TO WS_CAM_COTIZACION(WS_POS_ENCONTRADA)
           END-IF.
           IF TRN_ACCION = 'B'
               MOVE WS_CAM_COTIZACION(WS_POS_ENCONTRADA)
                   TO WS_COTIZACION_ANTES
               MOVE 'B' TO WS_CAM_ESTADO(WS_POS_ENCONTRADA)
           END-IF.

      *> Pedido 036: un renglon de log por transaccion, aplicada o
      *> rechazada, con la cotizacion anterior y la nueva.
       GRABAR_LOG.
           MOVE SPACES TO WS_LINEA_LOG.
           STRING WS_FECHA_HOY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_HORA_HOY DELIMITED BY SIZE
                  " USUARIO=" DELIMITED BY SIZE
                  TRN_USUARIO DELIMITED BY SIZE
                  " ACCION=" DELIMITED BY SIZE
                  TRN_ACCION DELIMITED BY SIZE
                  " MONEDA=" DELIMITED BY SIZE
                  TRN_MONEDA DELIMITED BY SIZE
                  " FECHA=" DELIMITED BY SIZE
                  TRN_FECHA DELIMITED BY SIZE
                  " ANTES=" DELIMITED BY SIZE
                  WS_COTIZACION_ANTES DELIMITED BY SIZE
                  " DESPUES=" DELIMITED BY SIZE
                  TRN_COTIZACION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_RESULTADO DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS_MOTIVO_RECHAZO DELIMITED BY SIZE
               INTO WS_LINEA_LOG
           END-STRING.
           WRITE LOG_REC FROM WS_LINEA_LOG.

      *> Pedido 036: como en TASASMANT, el archivo se reescribe desde
      *> la tabla solo si se aplico alguna transaccion.
       REESCRIBIR_CAMBIOS.
           IF WS_CONTADOR_APLICADAS > 0
               OPEN OUTPUT CAMBIOS_FILE
               PERFORM GRABAR_CAMBIO
                   VARYING WS_CAM_IDX FROM 1 BY 1
                   UNTIL WS_CAM_IDX > WS_CAM_CANT
               CLOSE CAMBIOS_FILE
           END-IF.

       GRABAR_CAMBIO.
           IF WS_CAM_ESTADO(WS_CAM_IDX) = 'A'
               MOVE WS_CAM_MONEDA(WS_CAM_IDX) TO CAM_MONEDA
               MOVE WS_CAM_FECHA(WS_CAM_IDX) TO CAM_FECHA
               MOVE WS_CAM_COTIZACION(WS_CAM_IDX) TO CAM_COTIZACION
               WRITE CAMBIO_REC
           END-IF.

       ESCRIBIR_RESUMEN.
           DISPLAY "MANTENIMIENTO DE COTIZACIONES".
           DISPLAY "MONEDA BASE:             " WS_MONEDA_BASE.
           DISPLAY "TRANSACCIONES LEIDAS:    " WS_CONTADOR_LEIDAS.
           DISPLAY "TRANSACCIONES APLICADAS: " WS_CONTADOR_APLICADAS.
           DISPLAY "TRANSACCIONES RECHAZADAS:" WS_CONTADOR_RECHAZADAS.
           IF WS_CONTADOR_RECHAZADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
