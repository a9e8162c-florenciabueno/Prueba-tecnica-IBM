      *TASCTAMANT
      *
      *Pedido 031: mantenimiento de TASACTA.DAT, las tasas pactadas
      *por cuenta que la corrida aplica antes que la tabla por CAMPO1.
      *Mismo circuito que TASASMANT: transacciones de alta (A),
      *reemplazo (R) y baja (B) desde TASCTATRN.DAT por CUENTA + fecha
      *de vigencia, validadas antes de tocar la tabla (cuenta
      *numerica, fechas reales, vencimiento no anterior a la vigencia,
      *motivo informado, factor en rango sano, sin duplicados), y un
      *renglon antes/despues por transaccion en TASCTAMANT.LOG con el
      *usuario que la pidio. Ademas deja en TASCTAVTO.TXT el aviso de
      *los acuerdos cuyo contrato vence dentro de los proximos 30
      *dias, para renegociarlos antes de que la cuenta vuelva sola a
      *la tasa de su categoria. Corre aunque no haya transacciones,
      *para que el aviso salga todos los dias.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TASCTAMANT.
       AUTHOR. EQUIPO-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TASACTA_FILE ASSIGN TO "data/TASACTA.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL TRANSACCIONES_FILE
               ASSIGN TO "data/TASCTATRN.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 031: log acumulativo de mantenimiento, como el de
      *> TASASMANT; cada corrida agrega sus renglones al final.
           SELECT OPTIONAL LOG_FILE ASSIGN TO "data/TASCTAMANT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AVISO_FILE ASSIGN TO "data/TASCTAVTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TASACTA_FILE.
       01 TASACTA_REC.
           05 TAC_CUENTA PIC 9(08).
           05 TAC_FECHA PIC 9(08).
           05 TAC_FACTOR PIC 9V9(4).
           05 TAC_MOTIVO PIC X(30).
           05 TAC_VENCIMIENTO PIC 9(08).

      *> Pedido 031: transaccion de mantenimiento. ACCION: A = alta de
      *> un acuerdo nuevo, R = reemplazo de factor, motivo y
      *> vencimiento de un acuerdo existente, B = baja. CUENTA, FECHA,
      *> FACTOR y VENCIMIENTO se reciben como texto y se validan antes
      *> de usarlos como numericos; VENCIMIENTO en ceros (o en blanco)
      *> es un acuerdo sin vencimiento.
       FD TRANSACCIONES_FILE.
       01 TRANSACCION_REC.
           05 TRN_ACCION PIC X(01).
           05 TRN_CUENTA PIC X(08).
           05 TRN_CUENTA_NUM REDEFINES TRN_CUENTA PIC 9(08).
           05 TRN_FECHA PIC X(08).
           05 TRN_FECHA_NUM REDEFINES TRN_FECHA PIC 9(08).
           05 TRN_FACTOR PIC X(05).
           05 TRN_FACTOR_NUM REDEFINES TRN_FACTOR PIC 9V9(04).
           05 TRN_MOTIVO PIC X(30).
           05 TRN_VENCIMIENTO PIC X(08).
           05 TRN_VENCIMIENTO_NUM REDEFINES TRN_VENCIMIENTO
               PIC 9(08).
           05 TRN_USUARIO PIC X(08).

       FD LOG_FILE.
      *> Pedido 031: mas ancho que el de TASASMANT, porque cada
      *> renglon lleva ademas el vencimiento anterior y el nuevo.
       01 LOG_REC PIC X(180).

       FD AVISO_FILE.
       01 AVISO_REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS_END PIC X VALUE '1'.
       01 WS_FECHA_HOY PIC 9(08).
       01 WS_HORA_HOY PIC X(06).

      *> Pedido 031: tabla de acuerdos en memoria. ESTADO marca los
      *> dados de baja por una transaccion B, que se omiten al
      *> reescribir TASACTA.DAT.
       01 WS_TASAS_CUENTA_TABLA.
           05 WS_TAC_CANT PIC 9(04) VALUE 0.
           05 WS_TAC OCCURS 500 TIMES INDEXED BY WS_TAC_IDX.
               10 WS_TAC_ESTADO PIC X(01).
               10 WS_TAC_CUENTA PIC 9(08).
               10 WS_TAC_FECHA PIC 9(08).
               10 WS_TAC_FACTOR PIC 9V9(4).
               10 WS_TAC_MOTIVO PIC X(30).
               10 WS_TAC_VENCIMIENTO PIC 9(08).

       01 WS_POS_ENCONTRADA PIC 9(04) VALUE 0.
       01 WS_FACTOR_ANTES PIC 9V9(4) VALUE 0.
       01 WS_VENCIMIENTO_ANTES PIC 9(08) VALUE 0.
       01 WS_VENCIMIENTO_NUEVO PIC 9(08) VALUE 0.
       01 WS_MOTIVO_RECHAZO PIC X(40) VALUE SPACES.
       01 WS_RESULTADO PIC X(10) VALUE SPACES.

      *> Pedido 031: mismo rango sano del factor que TASASMANT.
       01 WS_FACTOR_MINIMO PIC 9V9(4) VALUE 0.0001.
       01 WS_FACTOR_MAXIMO PIC 9V9(4) VALUE 4.9999.

      *> Pedido 031: la validacion de fecha se usa para la vigencia y
      *> para el vencimiento; la fecha a validar pasa por aca.
       01 WS_FECHA_TXT PIC X(08) VALUE SPACES.
       01 WS_FECHA_NUM REDEFINES WS_FECHA_TXT PIC 9(08).

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

      *> Pedido 031: ventana del aviso de vencimiento, en dias desde
      *> hoy inclusive.
       01 WS_DIAS_AVISO PIC 9(03) VALUE 30.
       01 WS_FECHA_LIMITE_AVISO PIC 9(08) VALUE 0.
       01 WS_DIAS_RESTANTES PIC 9(03) VALUE 0.
       01 WS_FACTOR_ED PIC 9.9(04).

       01 WS_CONTADOR_LEIDAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_APLICADAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_RECHAZADAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_POR_VENCER PIC 9(07) VALUE 0.

       01 WS_LINEA_LOG PIC X(180) VALUE SPACES.
       01 WS_LINEA_AVISO PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       START_PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_FECHA_HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS_HORA_HOY.
           PERFORM CARGAR_TASAS_CUENTA.
           PERFORM OPEN_FILE.
           PERFORM READ_NEXT.
           PERFORM PROCESAR_TRANSACCION
               UNTIL WS_END = '0'.
           PERFORM CLOSE_FILE.
           PERFORM REESCRIBIR_TASAS_CUENTA.
           PERFORM ESCRIBIR_AVISO.
           PERFORM ESCRIBIR_RESUMEN.
           STOP RUN.

      *> Pedido 031: carga TASACTA.DAT completo en la tabla de
      *> trabajo, todos los acuerdos en estado activo.
       CARGAR_TASAS_CUENTA.
           MOVE '1' TO WS_END.
           OPEN INPUT TASACTA_FILE.
           PERFORM LEER_TASA_CUENTA.
           PERFORM CARGAR_UNA_TASA_CUENTA
               UNTIL WS_END = '9'.
           CLOSE TASACTA_FILE.

       CARGAR_UNA_TASA_CUENTA.
           IF WS_TAC_CANT < 500
               ADD 1 TO WS_TAC_CANT
               MOVE 'A' TO WS_TAC_ESTADO(WS_TAC_CANT)
               MOVE TAC_CUENTA TO WS_TAC_CUENTA(WS_TAC_CANT)
               MOVE TAC_FECHA TO WS_TAC_FECHA(WS_TAC_CANT)
               MOVE TAC_FACTOR TO WS_TAC_FACTOR(WS_TAC_CANT)
               MOVE TAC_MOTIVO TO WS_TAC_MOTIVO(WS_TAC_CANT)
               MOVE TAC_VENCIMIENTO TO WS_TAC_VENCIMIENTO(WS_TAC_CANT)
           ELSE
               DISPLAY "ADVERTENCIA: TASACTA.DAT supera el limite de "
                   "500 acuerdos en memoria, se descarta CUENTA="
                   TAC_CUENTA " FECHA=" TAC_FECHA
           END-IF.
           PERFORM LEER_TASA_CUENTA.

       LEER_TASA_CUENTA.
           READ TASACTA_FILE
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

      *> Pedido 031: igual que TASASMANT, la primera validacion que
      *> falla fija el motivo y la transaccion queda rechazada y
      *> asentada en el log con ese motivo.
       PROCESAR_TRANSACCION.
           ADD 1 TO WS_CONTADOR_LEIDAS.
           MOVE SPACES TO WS_MOTIVO_RECHAZO.
           MOVE 0 TO WS_FACTOR_ANTES.
           MOVE 0 TO WS_VENCIMIENTO_ANTES.
           MOVE 0 TO WS_VENCIMIENTO_NUEVO.
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
               IF TRN_CUENTA NOT NUMERIC
                   MOVE "CUENTA NO NUMERICA" TO WS_MOTIVO_RECHAZO
               ELSE
                   IF TRN_CUENTA_NUM = 0
                       MOVE "CUENTA EN CERO" TO WS_MOTIVO_RECHAZO
                   END-IF
               END-IF
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
               MOVE TRN_FECHA TO WS_FECHA_TXT
               PERFORM VALIDAR_FECHA
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND TRN_ACCION NOT = 'B'
               PERFORM VALIDAR_FACTOR
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND TRN_ACCION NOT = 'B'
                   AND TRN_MOTIVO = SPACES
               MOVE "MOTIVO DEL ACUERDO EN BLANCO"
                   TO WS_MOTIVO_RECHAZO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND TRN_ACCION NOT = 'B'
               PERFORM VALIDAR_VENCIMIENTO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
               PERFORM VALIDAR_CONTRA_TABLA
           END-IF.

      *> Pedido 031: misma regla de fecha AAAAMMDD real que
      *> TASASMANT, sobre la fecha dejada en WS_FECHA_TXT.
       VALIDAR_FECHA.
           IF WS_FECHA_TXT NOT NUMERIC
               MOVE "FECHA NO NUMERICA" TO WS_MOTIVO_RECHAZO
           ELSE
               MOVE WS_FECHA_NUM TO WS_FECHA_PARTES
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

       VALIDAR_FACTOR.
           IF TRN_FACTOR NOT NUMERIC
               MOVE "FACTOR NO NUMERICO" TO WS_MOTIVO_RECHAZO
           ELSE
               IF TRN_FACTOR_NUM < WS_FACTOR_MINIMO
                       OR TRN_FACTOR_NUM > WS_FACTOR_MAXIMO
                   MOVE "FACTOR FUERA DE RANGO SANO"
                       TO WS_MOTIVO_RECHAZO
               END-IF
           END-IF.

      *> Pedido 031: sin vencimiento (ceros o blanco) es valido; si
      *> viene, tiene que ser una fecha real y no anterior a la
      *> vigencia del acuerdo.
       VALIDAR_VENCIMIENTO.
           IF TRN_VENCIMIENTO = SPACES OR TRN_VENCIMIENTO = "00000000"
               MOVE 0 TO WS_VENCIMIENTO_NUEVO
           ELSE
               MOVE TRN_VENCIMIENTO TO WS_FECHA_TXT
               PERFORM VALIDAR_FECHA
               IF WS_MOTIVO_RECHAZO NOT = SPACES
                   MOVE "VENCIMIENTO NO ES UNA FECHA VALIDA"
                       TO WS_MOTIVO_RECHAZO
               ELSE
                   IF TRN_VENCIMIENTO_NUM < TRN_FECHA_NUM
                       MOVE "VENCIMIENTO ANTERIOR A LA VIGENCIA"
                           TO WS_MOTIVO_RECHAZO
                   ELSE
                       MOVE TRN_VENCIMIENTO_NUM
                           TO WS_VENCIMIENTO_NUEVO
                   END-IF
               END-IF
           END-IF.

      *> Pedido 031: el alta de un acuerdo que ya existe para la
      *> misma CUENTA + FECHA se rechaza como duplicado; reemplazo y
      *> baja exigen que el acuerdo exista.
       VALIDAR_CONTRA_TABLA.
           PERFORM BUSCAR_ACUERDO.
           IF TRN_ACCION = 'A'
               IF WS_POS_ENCONTRADA > 0
                   MOVE "DUPLICADO DE CUENTA + FECHA"
                       TO WS_MOTIVO_RECHAZO
               ELSE
                   IF WS_TAC_CANT >= 500
                       MOVE "TABLA DE ACUERDOS COMPLETA"
                           TO WS_MOTIVO_RECHAZO
                   END-IF
               END-IF
           ELSE
               IF WS_POS_ENCONTRADA = 0
                   MOVE "ACUERDO INEXISTENTE" TO WS_MOTIVO_RECHAZO
               END-IF
           END-IF.

       BUSCAR_ACUERDO.
           MOVE 0 TO WS_POS_ENCONTRADA.
           PERFORM VARYING WS_TAC_IDX FROM 1 BY 1
                   UNTIL WS_TAC_IDX > WS_TAC_CANT
               IF WS_TAC_ESTADO(WS_TAC_IDX) = 'A'
                       AND WS_TAC_CUENTA(WS_TAC_IDX) = TRN_CUENTA_NUM
                       AND WS_TAC_FECHA(WS_TAC_IDX) = TRN_FECHA_NUM
                   SET WS_POS_ENCONTRADA TO WS_TAC_IDX
               END-IF
           END-PERFORM.

       APLICAR_TRANSACCION.
           IF TRN_ACCION = 'A'
               ADD 1 TO WS_TAC_CANT
               MOVE 'A' TO WS_TAC_ESTADO(WS_TAC_CANT)
               MOVE TRN_CUENTA_NUM TO WS_TAC_CUENTA(WS_TAC_CANT)
               MOVE TRN_FECHA_NUM TO WS_TAC_FECHA(WS_TAC_CANT)
               MOVE TRN_FACTOR_NUM TO WS_TAC_FACTOR(WS_TAC_CANT)
               MOVE TRN_MOTIVO TO WS_TAC_MOTIVO(WS_TAC_CANT)
               MOVE WS_VENCIMIENTO_NUEVO
                   TO WS_TAC_VENCIMIENTO(WS_TAC_CANT)
           END-IF.
           IF TRN_ACCION = 'R'
               MOVE WS_TAC_FACTOR(WS_POS_ENCONTRADA)
                   TO WS_FACTOR_ANTES
               MOVE WS_TAC_VENCIMIENTO(WS_POS_ENCONTRADA)
                   TO WS_VENCIMIENTO_ANTES
               MOVE TRN_FACTOR_NUM
                   TO WS_TAC_FACTOR(WS_POS_ENCONTRADA)
               MOVE TRN_MOTIVO
                   TO WS_TAC_MOTIVO(WS_POS_ENCONTRADA)
               MOVE WS_VENCIMIENTO_NUEVO
                   TO WS_TAC_VENCIMIENTO(WS_POS_ENCONTRADA)
           END-IF.
           IF TRN_ACCION = 'B'
               MOVE WS_TAC_FACTOR(WS_POS_ENCONTRADA)
                   TO WS_FACTOR_ANTES
               MOVE WS_TAC_VENCIMIENTO(WS_POS_ENCONTRADA)
                   TO WS_VENCIMIENTO_ANTES
               MOVE 'B' TO WS_TAC_ESTADO(WS_POS_ENCONTRADA)
           END-IF.

      *> Pedido 031: un renglon de log por transaccion, aplicada o
      *> rechazada, con factor y vencimiento anteriores y nuevos.
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
                  " ANTES=" DELIMITED BY SIZE
                  WS_FACTOR_ANTES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS_VENCIMIENTO_ANTES DELIMITED BY SIZE
                  " DESPUES=" DELIMITED BY SIZE
                  TRN_FACTOR DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TRN_VENCIMIENTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_RESULTADO DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS_MOTIVO_RECHAZO DELIMITED BY SIZE
               INTO WS_LINEA_LOG
           END-STRING.
           WRITE LOG_REC FROM WS_LINEA_LOG.

      *> Pedido 031: como en TASASMANT, el archivo se reescribe desde
      *> la tabla solo si se aplico alguna transaccion.
       REESCRIBIR_TASAS_CUENTA.
           IF WS_CONTADOR_APLICADAS > 0
               OPEN OUTPUT TASACTA_FILE
               PERFORM GRABAR_TASA_CUENTA
                   VARYING WS_TAC_IDX FROM 1 BY 1
                   UNTIL WS_TAC_IDX > WS_TAC_CANT
               CLOSE TASACTA_FILE
           END-IF.

       GRABAR_TASA_CUENTA.
           IF WS_TAC_ESTADO(WS_TAC_IDX) = 'A'
               MOVE WS_TAC_CUENTA(WS_TAC_IDX) TO TAC_CUENTA
               MOVE WS_TAC_FECHA(WS_TAC_IDX) TO TAC_FECHA
               MOVE WS_TAC_FACTOR(WS_TAC_IDX) TO TAC_FACTOR
               MOVE WS_TAC_MOTIVO(WS_TAC_IDX) TO TAC_MOTIVO
               MOVE WS_TAC_VENCIMIENTO(WS_TAC_IDX) TO TAC_VENCIMIENTO
               WRITE TASACTA_REC
           END-IF.

      *> Pedido 031: aviso de vencimientos sobre la tabla ya
      *> actualizada -- todo acuerdo activo con vencimiento entre hoy
      *> y hoy + 30 dias, con los dias que le quedan.
       ESCRIBIR_AVISO.
           COMPUTE WS_FECHA_LIMITE_AVISO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS_FECHA_HOY) + WS_DIAS_AVISO).
           OPEN OUTPUT AVISO_FILE.
           MOVE "ACUERDOS DE TASA POR CUENTA PROXIMOS A VENCER"
               TO AVISO_REC.
           WRITE AVISO_REC.
           MOVE SPACES TO WS_LINEA_AVISO.
           STRING "FECHA: " DELIMITED BY SIZE
                  WS_FECHA_HOY DELIMITED BY SIZE
                  "   VENCEN HASTA: " DELIMITED BY SIZE
                  WS_FECHA_LIMITE_AVISO DELIMITED BY SIZE
               INTO WS_LINEA_AVISO
           END-STRING.
           WRITE AVISO_REC FROM WS_LINEA_AVISO.
           MOVE SPACES TO AVISO_REC.
           WRITE AVISO_REC.
           PERFORM EVALUAR_VENCIMIENTO
               VARYING WS_TAC_IDX FROM 1 BY 1
               UNTIL WS_TAC_IDX > WS_TAC_CANT.
           IF WS_CONTADOR_POR_VENCER = 0
               MOVE "  (NINGUN ACUERDO VENCE EN LA VENTANA)"
                   TO AVISO_REC
               WRITE AVISO_REC
           END-IF.
           CLOSE AVISO_FILE.

       EVALUAR_VENCIMIENTO.
           IF WS_TAC_ESTADO(WS_TAC_IDX) = 'A'
                   AND WS_TAC_VENCIMIENTO(WS_TAC_IDX) NOT = 0
                   AND WS_TAC_VENCIMIENTO(WS_TAC_IDX) >= WS_FECHA_HOY
                   AND WS_TAC_VENCIMIENTO(WS_TAC_IDX)
                       <= WS_FECHA_LIMITE_AVISO
               ADD 1 TO WS_CONTADOR_POR_VENCER
               COMPUTE WS_DIAS_RESTANTES =
                   FUNCTION INTEGER-OF-DATE(
                       WS_TAC_VENCIMIENTO(WS_TAC_IDX))
                   - FUNCTION INTEGER-OF-DATE(WS_FECHA_HOY)
               MOVE WS_TAC_FACTOR(WS_TAC_IDX) TO WS_FACTOR_ED
               MOVE SPACES TO WS_LINEA_AVISO
               STRING "  CUENTA " DELIMITED BY SIZE
                      WS_TAC_CUENTA(WS_TAC_IDX) DELIMITED BY SIZE
                      "  VIGENCIA " DELIMITED BY SIZE
                      WS_TAC_FECHA(WS_TAC_IDX) DELIMITED BY SIZE
                      "  FACTOR " DELIMITED BY SIZE
                      WS_FACTOR_ED DELIMITED BY SIZE
                      "  VENCE " DELIMITED BY SIZE
                      WS_TAC_VENCIMIENTO(WS_TAC_IDX) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WS_DIAS_RESTANTES DELIMITED BY SIZE
                      " DIAS)  " DELIMITED BY SIZE
                      WS_TAC_MOTIVO(WS_TAC_IDX) DELIMITED BY SIZE
                   INTO WS_LINEA_AVISO
               END-STRING
               WRITE AVISO_REC FROM WS_LINEA_AVISO
           END-IF.

       ESCRIBIR_RESUMEN.
           DISPLAY "MANTENIMIENTO DE TASAS POR CUENTA".
           DISPLAY "TRANSACCIONES LEIDAS:    " WS_CONTADOR_LEIDAS.
           DISPLAY "TRANSACCIONES APLICADAS: " WS_CONTADOR_APLICADAS.
           DISPLAY "TRANSACCIONES RECHAZADAS:" WS_CONTADOR_RECHAZADAS.
           DISPLAY "ACUERDOS POR VENCER:     " WS_CONTADOR_POR_VENCER.
           IF WS_CONTADOR_POR_VENCER > 0
               DISPLAY "ACUERDOS QUE VENCEN EN " WS_DIAS_AVISO
                   " DIAS - VER data/TASCTAVTO.TXT"
           END-IF.
           IF WS_CONTADOR_RECHAZADAS > 0
                   OR WS_CONTADOR_POR_VENCER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
