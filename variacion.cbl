      *
      *Primera corrida (sin SALIDA.ANT): se informa que no hay
      *generacion anterior, no se marca nada y se crea la generacion.
      *
      *Pedido 034: SALIDA.DAT es ahora el maestro arrastrado de un dia
      *a otro: una cuenta que no vino en el envio sigue en el maestro
      *con su ultimo valor, y la comparacion por categoria ya no ve
      *como baja lo que simplemente no se movio. Lo que si no puede
      *pasar es que una cuenta de la generacion anterior falte en el
      *maestro de hoy; cada cuenta de SALIDA.ANT se busca por clave
      *y las ausentes marcan REVISAR su categoria. El encabezado
      *informa cuantas cuentas del maestro no tuvieron movimiento en
      *la fecha.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARIACION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Pedido 034: DYNAMIC, para buscar por clave las cuentas de la
      *> generacion anterior.
           SELECT SALIDA_FILE ASSIGN TO "data/SALIDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUENTA_SAL.

           SELECT OPTIONAL ANTERIOR_FILE ASSIGN TO "data/SALIDA.ANT"
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

       FD ANTERIOR_FILE.
           COPY REGISTRO.CPY
               REPLACING REGISTRO_REC BY ANTERIOR_REC
                         CUENTA BY CUENTA_ANT
                         CAMPO1 BY CAMPO1_ANT
                         CAMPO2 BY CAMPO2_ANT
                         MONEDA BY MONEDA_ANT.

       FD REPORTE_FILE.
       01 REPORTE_REC PIC X(132).
               10 WS_CAT_ACT_SUMA PIC 9(11)V9(02).
               10 WS_CAT_ANT_CONTADOR PIC 9(09).
               10 WS_CAT_ANT_SUMA PIC 9(11)V9(02).
      *> Pedido 034: cuentas de la generacion anterior ausentes del
      *> maestro actual.
               10 WS_CAT_AUSENTES PIC 9(09).

       01 WS_POS_CATEGORIA PIC 9(04) VALUE 0.
       01 WS_CAMPO1_BUSCADO PIC X(02) VALUE SPACES.

       01 WS_ANTERIOR_CONTADOR PIC 9(09) VALUE 0.
      *> Pedido 034: composicion del maestro arrastrado.
       01 WS_ACTUAL_CONTADOR PIC 9(09) VALUE 0.
       01 WS_SIN_MOVIMIENTO PIC 9(09) VALUE 0.
       01 WS_AUSENTES_TOTAL PIC 9(09) VALUE 0.
       01 WS_DELTA_ABS PIC 9(11)V9(02) VALUE 0.

      *> Pedido 028: sumas y delta con punto decimal explicito en el
           CLOSE SALIDA_FILE.

       ACUMULAR_UNO_ACTUAL.
           ADD 1 TO WS_ACTUAL_CONTADOR.
           IF SAL_FECHA_ULT NOT = WS_FECHA_HOY
               ADD 1 TO WS_SIN_MOVIMIENTO
           END-IF.
           MOVE CAMPO1_SAL TO WS_CAMPO1_BUSCADO.
           PERFORM UBICAR_CATEGORIA.
           ADD 1 TO WS_CAT_ACT_CONTADOR(WS_POS_CATEGORIA).
           PERFORM LEER_ACTUAL.

       LEER_ACTUAL.
           READ SALIDA_FILE NEXT RECORD
               AT END MOVE '0' TO WS_END
           END-READ.

       ACUMULAR_ANTERIOR.
           MOVE '1' TO WS_END.
           OPEN INPUT ANTERIOR_FILE.
           OPEN INPUT SALIDA_FILE.
           PERFORM LEER_ANTERIOR.
           PERFORM ACUMULAR_UNO_ANTERIOR
               UNTIL WS_END = '0'.
           CLOSE ANTERIOR_FILE.
           CLOSE SALIDA_FILE.

       ACUMULAR_UNO_ANTERIOR.
           ADD 1 TO WS_ANTERIOR_CONTADOR.
           PERFORM UBICAR_CATEGORIA.
           ADD 1 TO WS_CAT_ANT_CONTADOR(WS_POS_CATEGORIA).
           ADD CAMPO2_ANT TO WS_CAT_ANT_SUMA(WS_POS_CATEGORIA).
           PERFORM BUSCAR_EN_MAESTRO.
           PERFORM LEER_ANTERIOR.

      *> Pedido 034: el maestro arrastrado conserva todas las cuentas;
      *> una cuenta de la generacion anterior que no esta se perdio.
       BUSCAR_EN_MAESTRO.
           MOVE CUENTA_ANT TO CUENTA_SAL.
           READ SALIDA_FILE
               INVALID KEY
                   ADD 1 TO WS_CAT_AUSENTES(WS_POS_CATEGORIA)
                   ADD 1 TO WS_AUSENTES_TOTAL
           END-READ.

       LEER_ANTERIOR.
           READ ANTERIOR_FILE
               AT END MOVE '0' TO WS_END
           MOVE 0 TO WS_CAT_ACT_SUMA(WS_CAT_CANT).
           MOVE 0 TO WS_CAT_ANT_CONTADOR(WS_CAT_CANT).
           MOVE 0 TO WS_CAT_ANT_SUMA(WS_CAT_CANT).
           MOVE 0 TO WS_CAT_AUSENTES(WS_CAT_CANT).
           MOVE WS_CAT_CANT TO WS_POS_CATEGORIA.

       ESCRIBIR_REPORTE.
                   TO REPORTE_REC
               WRITE REPORTE_REC
           END-IF.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "MAESTRO: " DELIMITED BY SIZE
                  WS_ACTUAL_CONTADOR DELIMITED BY SIZE
                  " CUENTAS, " DELIMITED BY SIZE
                  WS_SIN_MOVIMIENTO DELIMITED BY SIZE
                  " SIN MOVIMIENTO EN LA FECHA, " DELIMITED BY SIZE
                  WS_AUSENTES_TOTAL DELIMITED BY SIZE
                  " AUSENTES DE LA GENERACION ANTERIOR"
                      DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.
           MOVE SPACES TO REPORTE_REC.
           WRITE REPORTE_REC.
           PERFORM ESCRIBIR_CATEGORIA
               MOVE "REVISAR" TO WS_MARCA
               ADD 1 TO WS_MARCADAS
           END-IF.
           IF WS_CAT_AUSENTES(WS_CAT_IDX) > 0
                   AND WS_MARCA = SPACES
               MOVE "REVISAR" TO WS_MARCA
               ADD 1 TO WS_MARCADAS
           END-IF.
           MOVE WS_PORCENTAJE TO WS_PORCENTAJE_ED.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "CAMPO1=" DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.
           IF WS_CAT_AUSENTES(WS_CAT_IDX) > 0
               MOVE SPACES TO WS_LINEA_REPORTE
               STRING "CAMPO1=" DELIMITED BY SIZE
                      WS_CAT_CAMPO1(WS_CAT_IDX) DELIMITED BY SIZE
                      "  CUENTAS AUSENTES DEL MAESTRO: "
                          DELIMITED BY SIZE
                      WS_CAT_AUSENTES(WS_CAT_IDX) DELIMITED BY SIZE
                      "  REVISAR" DELIMITED BY SIZE
                   INTO WS_LINEA_REPORTE
               END-STRING
               WRITE REPORTE_REC FROM WS_LINEA_REPORTE
           END-IF.

      *> Pedido 017: la generacion se renueva solo cuando la corrida
      *> quedo dentro de tolerancia; una salida marcada no pisa la
           MOVE CUENTA_SAL TO CUENTA_ANT.
           MOVE CAMPO1_SAL TO CAMPO1_ANT.
           MOVE CAMPO2_SAL TO CAMPO2_ANT.
           MOVE MONEDA_SAL TO MONEDA_ANT.
           WRITE ANTERIOR_REC.
           PERFORM LEER_ACTUAL.

