      *proceso, con los registros y el monto en juego. Si algo quedo
      *sin cubrir termina con codigo de advertencia, para cargar la
      *vigencia via TASASMANT antes de largar la corrida.
      *
      *Pedido 031: los acuerdos de tasa por cuenta de TASACTA.DAT
      *tienen prioridad sobre la tabla por CAMPO1, igual que en la
      *corrida. Un registro cuya cuenta tiene acuerdo vigente queda
      *cubierto por el acuerdo aunque su codigo no tenga vigencia en
      *TASAS.DAT, y el reporte lo muestra aparte por codigo.
      *
      *Pedido 036: los codigos se relevan por moneda y CAMPO1, y el
      *reporte cierra cada moneda con su subtotal de registros, monto
      *y lo que quedo sin cubrir, mas la cotizacion de la fecha en
      *CAMBIOS.DAT. Una moneda sin cotizacion tambien termina con
      *advertencia: la corrida la va a rechazar entera.
      *
      *Pedido 037: el reporte cierra con un renglon RESULTADO, como
      *CONCILIA.TXT, con la cantidad de codigos sin tasa, sin
      *vigencia y de monedas sin cotizacion; es el renglon que el
      *tablero de la manana toma como resultado de la cobertura.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TASAPREV.
           SELECT TASAS_FILE ASSIGN TO "data/TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 031: acuerdos por cuenta, mismo archivo que lee la
      *> corrida.
           SELECT OPTIONAL TASACTA_FILE ASSIGN TO "data/TASACTA.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE_FILE ASSIGN TO "data/TASAPREV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Pedido 036: cotizaciones por moneda y fecha (CAMBMANT).
           SELECT OPTIONAL CAMBIOS_FILE ASSIGN TO "data/CAMBIOS.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Pedido 025: mismo layout tipado que consume la corrida; aca
           05 CUENTA_IN PIC 9(08).
           05 CAMPO1_IN PIC X(02).
           05 CAMPO2_IN PIC 9(07)V9(02).
           05 MONEDA_IN PIC X(03).
           05 FILLER PIC X(02).

       FD TASAS_FILE.
       01 TASA_REC.
           05 TASA_FACTOR PIC 9V9(4).
           05 TASA_FECHA PIC 9(08).

       FD TASACTA_FILE.
       01 TASACTA_REC.
           05 TAC_CUENTA PIC 9(08).
           05 TAC_FECHA PIC 9(08).
           05 TAC_FACTOR PIC 9V9(4).
           05 TAC_MOTIVO PIC X(30).
           05 TAC_VENCIMIENTO PIC 9(08).

       FD REPORTE_FILE.
       01 REPORTE_REC PIC X(120).

       FD CAMBIOS_FILE.
       01 CAMBIO_REC.
           05 CAM_MONEDA PIC X(03).
           05 CAM_FECHA PIC 9(08).
           05 CAM_COTIZACION PIC 9(05)V9(06).

       WORKING-STORAGE SECTION.
       01 WS_END PIC X VALUE '1'.
       01 WS_FECHA_CORRIDA PIC 9(08).
       01 WS_FACTOR_APLICADO PIC 9V9(4) VALUE 0.
       01 WS_MEJOR_FECHA PIC 9(08) VALUE 0.

      *> Pedido 031: acuerdos de tasa por cuenta, igual que
      *> CARGAR_TASAS_CUENTA de la corrida.
       01 WS_TASAS_CUENTA_TABLA.
           05 WS_TAC_CANT PIC 9(04) VALUE 0.
           05 WS_TAC OCCURS 500 TIMES INDEXED BY WS_TAC_IDX.
               10 WS_TAC_CUENTA PIC 9(08).
               10 WS_TAC_FECHA PIC 9(08).
               10 WS_TAC_VENCIMIENTO PIC 9(08).
       01 WS_TAC_ENCONTRADA PIC X VALUE 'N'.
       01 WS_TAC_MEJOR_FECHA PIC 9(08) VALUE 0.

      *> Pedido 025: codigos CAMPO1 distintos del volumen del dia,
      *> con los registros y el monto que dependen de cada uno.
      *> Pedido 036: un renglon por moneda y CAMPO1.
       01 WS_CODIGOS_TABLA.
           05 WS_CODIGO_CANT PIC 9(04) VALUE 0.
           05 WS_CODIGO OCCURS 50 TIMES INDEXED BY WS_CODIGO_IDX.
               10 WS_CODIGO_MONEDA PIC X(03).
               10 WS_CODIGO_CAMPO1 PIC X(02).
               10 WS_CODIGO_CONTADOR PIC 9(09).
               10 WS_CODIGO_SUMA PIC 9(11)V9(02).
      *> Pedido 031: de esos, los que cubre el acuerdo de su cuenta.
               10 WS_CODIGO_ACUERDO_CONT PIC 9(09).
               10 WS_CODIGO_ACUERDO_SUMA PIC 9(11)V9(02).
       01 WS_POS_CODIGO PIC 9(04) VALUE 0.
       01 WS_CAMPO1_ACTUAL PIC X(02) VALUE SPACES.

      *> Pedido 036: subtotales por moneda y su cotizacion para la
      *> fecha de proceso.
       01 WS_MONEDA_BASE PIC X(03) VALUE "ARS".
       01 WS_MONEDAS_TABLA.
           05 WS_MON_CANT PIC 9(04) VALUE 0.
           05 WS_MON OCCURS 20 TIMES INDEXED BY WS_MON_IDX.
               10 WS_MON_CODIGO PIC X(03).
               10 WS_MON_CONTADOR PIC 9(09).
               10 WS_MON_SUMA PIC 9(11)V9(02).
               10 WS_MON_SIN_CUBRIR_CONT PIC 9(09).
               10 WS_MON_SIN_CUBRIR_SUMA PIC 9(11)V9(02).
               10 WS_MON_COTIZADA PIC X(01).
               10 WS_MON_COTIZACION PIC 9(05)V9(06).
       01 WS_POS_MONEDA PIC 9(04) VALUE 0.
       01 WS_MONEDA_ACTUAL PIC X(03) VALUE SPACES.
       01 WS_CONTADOR_SIN_COTIZACION PIC 9(04) VALUE 0.
       01 WS_COTIZACION_ED PIC 9(05).9(06).

       01 WS_CONTADOR_DETALLES PIC 9(09) VALUE 0.
       01 WS_CONTADOR_CON_ACUERDO PIC 9(09) VALUE 0.
       01 WS_CONTADOR_SIN_CUBRIR PIC 9(09) VALUE 0.
       01 WS_SUMA_SIN_CUBRIR PIC 9(11)V9(02) VALUE 0.

      *> Pedido 028: montos con punto decimal explicito en el
      *> reporte.
       01 WS_SUMA_ED PIC 9(11).9(02).
       01 WS_ACUERDO_ED PIC 9(11).9(02).
       01 WS_CONTADOR_SIN_CODIGO PIC 9(04) VALUE 0.
       01 WS_CONTADOR_SIN_VIGENCIA PIC 9(04) VALUE 0.
       01 WS_LINEA_REPORTE PIC X(120) VALUE SPACES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_FECHA_CORRIDA.
           PERFORM FIJAR_FECHA_VIGENCIA.
           PERFORM CARGAR_TASAS.
           PERFORM CARGAR_TASAS_CUENTA.
           PERFORM RELEVAR_CODIGOS.
           PERFORM CARGAR_COTIZACIONES.
           PERFORM ESCRIBIR_REPORTE.
           PERFORM TERMINAR.
           STOP RUN.
               AT END MOVE '9' TO WS_END
           END-READ.

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
               MOVE TAC_CUENTA TO WS_TAC_CUENTA(WS_TAC_CANT)
               MOVE TAC_FECHA TO WS_TAC_FECHA(WS_TAC_CANT)
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

       RELEVAR_CODIGOS.
           ACCEPT WS_MONEDA_BASE FROM ENVIRONMENT "MONEDA_BASE"
               ON EXCEPTION
                   MOVE "ARS" TO WS_MONEDA_BASE
           END-ACCEPT.
           IF WS_MONEDA_BASE = SPACES
               MOVE "ARS" TO WS_MONEDA_BASE
           END-IF.
           MOVE '1' TO WS_END.
           OPEN INPUT REGISTRO_FILE.
           PERFORM LEER_ENTRADA.
       RELEVAR_REGISTRO.
           IF ENT_TIPO = 'D'
               ADD 1 TO WS_CONTADOR_DETALLES
               IF MONEDA_IN = SPACES
                   MOVE WS_MONEDA_BASE TO WS_MONEDA_ACTUAL
               ELSE
                   MOVE MONEDA_IN TO WS_MONEDA_ACTUAL
               END-IF
               PERFORM UBICAR_MONEDA
               ADD 1 TO WS_MON_CONTADOR(WS_POS_MONEDA)
               ADD CAMPO2_IN TO WS_MON_SUMA(WS_POS_MONEDA)
               MOVE CAMPO1_IN TO WS_CAMPO1_ACTUAL
               PERFORM UBICAR_CODIGO
               ADD 1 TO WS_CODIGO_CONTADOR(WS_POS_CODIGO)
               ADD CAMPO2_IN TO WS_CODIGO_SUMA(WS_POS_CODIGO)
               PERFORM BUSCAR_TASA_CUENTA
               IF WS_TAC_ENCONTRADA = 'S'
                   ADD 1 TO WS_CODIGO_ACUERDO_CONT(WS_POS_CODIGO)
                   ADD CAMPO2_IN
                       TO WS_CODIGO_ACUERDO_SUMA(WS_POS_CODIGO)
               END-IF
           END-IF.
           PERFORM LEER_ENTRADA.

           PERFORM VARYING WS_CODIGO_IDX FROM 1 BY 1
                   UNTIL WS_CODIGO_IDX > WS_CODIGO_CANT
               IF WS_CODIGO_CAMPO1(WS_CODIGO_IDX) = WS_CAMPO1_ACTUAL
                   AND WS_CODIGO_MONEDA(WS_CODIGO_IDX)
                       = WS_MONEDA_ACTUAL
                   SET WS_POS_CODIGO TO WS_CODIGO_IDX
               END-IF
           END-PERFORM.
                   MOVE 50 TO WS_POS_CODIGO
               ELSE
                   ADD 1 TO WS_CODIGO_CANT
                   MOVE WS_MONEDA_ACTUAL
                       TO WS_CODIGO_MONEDA(WS_CODIGO_CANT)
                   MOVE WS_CAMPO1_ACTUAL
                       TO WS_CODIGO_CAMPO1(WS_CODIGO_CANT)
                   MOVE 0 TO WS_CODIGO_CONTADOR(WS_CODIGO_CANT)
                   MOVE 0 TO WS_CODIGO_SUMA(WS_CODIGO_CANT)
                   MOVE 0 TO WS_CODIGO_ACUERDO_CONT(WS_CODIGO_CANT)
                   MOVE 0 TO WS_CODIGO_ACUERDO_SUMA(WS_CODIGO_CANT)
                   MOVE WS_CODIGO_CANT TO WS_POS_CODIGO
               END-IF
           END-IF.

       UBICAR_MONEDA.
           MOVE 0 TO WS_POS_MONEDA.
           PERFORM VARYING WS_MON_IDX FROM 1 BY 1
                   UNTIL WS_MON_IDX > WS_MON_CANT
               IF WS_MON_CODIGO(WS_MON_IDX) = WS_MONEDA_ACTUAL
                   SET WS_POS_MONEDA TO WS_MON_IDX
               END-IF
           END-PERFORM.
           IF WS_POS_MONEDA = 0
               IF WS_MON_CANT >= 20
                   DISPLAY "ADVERTENCIA: MAS DE 20 MONEDAS; "
                       WS_MONEDA_ACTUAL " SE ACUMULA EN LA ULTIMA"
                   MOVE 20 TO WS_POS_MONEDA
               ELSE
                   ADD 1 TO WS_MON_CANT
                   MOVE WS_MONEDA_ACTUAL TO WS_MON_CODIGO(WS_MON_CANT)
                   MOVE 0 TO WS_MON_CONTADOR(WS_MON_CANT)
                   MOVE 0 TO WS_MON_SUMA(WS_MON_CANT)
                   MOVE 0 TO WS_MON_SIN_CUBRIR_CONT(WS_MON_CANT)
                   MOVE 0 TO WS_MON_SIN_CUBRIR_SUMA(WS_MON_CANT)
                   MOVE 'N' TO WS_MON_COTIZADA(WS_MON_CANT)
                   MOVE 0 TO WS_MON_COTIZACION(WS_MON_CANT)
                   IF WS_MONEDA_ACTUAL = WS_MONEDA_BASE
                       MOVE 'S' TO WS_MON_COTIZADA(WS_MON_CANT)
                       MOVE 1 TO WS_MON_COTIZACION(WS_MON_CANT)
                   END-IF
                   MOVE WS_MON_CANT TO WS_POS_MONEDA
               END-IF
           END-IF.

      *> Pedido 036: misma regla que la corrida -- cotizacion cargada
      *> para la fecha de proceso exacta.
       CARGAR_COTIZACIONES.
           MOVE '1' TO WS_END.
           OPEN INPUT CAMBIOS_FILE.
           PERFORM LEER_CAMBIO.
           PERFORM TOMAR_COTIZACION
               UNTIL WS_END = '9'.
           CLOSE CAMBIOS_FILE.

       LEER_CAMBIO.
           READ CAMBIOS_FILE
               AT END MOVE '9' TO WS_END
           END-READ.

       TOMAR_COTIZACION.
           IF CAM_FECHA = WS_FECHA_CORRIDA
                   AND CAM_MONEDA NOT = WS_MONEDA_BASE
               PERFORM VARYING WS_MON_IDX FROM 1 BY 1
                       UNTIL WS_MON_IDX > WS_MON_CANT
                   IF WS_MON_CODIGO(WS_MON_IDX) = CAM_MONEDA
                       MOVE CAM_COTIZACION
                           TO WS_MON_COTIZACION(WS_MON_IDX)
                       MOVE 'S' TO WS_MON_COTIZADA(WS_MON_IDX)
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM LEER_CAMBIO.

      *> Pedido 025: misma regla de vigencia que BUSCAR_TASA de la
      *> corrida -- la vigencia mas reciente cuyo inicio no supere la
      *> fecha de calculo.
               END-IF
           END-PERFORM.

      *> Pedido 031: misma regla que BUSCAR_TASA_CUENTA de la
      *> corrida -- acuerdo con vigencia alcanzada y contrato no
      *> vencido a la fecha de calculo.
       BUSCAR_TASA_CUENTA.
           MOVE 'N' TO WS_TAC_ENCONTRADA.
           MOVE 0 TO WS_TAC_MEJOR_FECHA.
           PERFORM VARYING WS_TAC_IDX FROM 1 BY 1
                   UNTIL WS_TAC_IDX > WS_TAC_CANT
               IF WS_TAC_CUENTA(WS_TAC_IDX) = CUENTA_IN
                   AND WS_TAC_FECHA(WS_TAC_IDX) <= WS_FECHA_VIGENCIA
                   AND WS_TAC_FECHA(WS_TAC_IDX) >= WS_TAC_MEJOR_FECHA
                   AND (WS_TAC_VENCIMIENTO(WS_TAC_IDX) = 0
                     OR WS_TAC_VENCIMIENTO(WS_TAC_IDX)
                        >= WS_FECHA_VIGENCIA)
                       MOVE WS_TAC_FECHA(WS_TAC_IDX)
                           TO WS_TAC_MEJOR_FECHA
                       MOVE 'S' TO WS_TAC_ENCONTRADA
               END-IF
           END-PERFORM.

       ESCRIBIR_REPORTE.
           OPEN OUTPUT REPORTE_FILE.
           MOVE "COBERTURA DE TASAS PARA LA CORRIDA DEL DIA"
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.
           MOVE SPACES TO REPORTE_REC.
           WRITE REPORTE_REC.
           PERFORM ESCRIBIR_MONEDA
               VARYING WS_MON_IDX FROM 1 BY 1
               UNTIL WS_MON_IDX > WS_MON_CANT.
           PERFORM ESCRIBIR_RESULTADO.
           CLOSE REPORTE_FILE.

      *> Pedido 037: renglon final con el resultado de la cobertura,
      *> con los contadores que recien quedan completos al terminar
      *> de recorrer las monedas.
       ESCRIBIR_RESULTADO.
           MOVE SPACES TO WS_LINEA_REPORTE.
           IF WS_CONTADOR_SIN_CODIGO = 0
                   AND WS_CONTADOR_SIN_VIGENCIA = 0
                   AND WS_CONTADOR_SIN_COTIZACION = 0
               MOVE "RESULTADO: COBERTURA COMPLETA" TO WS_LINEA_REPORTE
           ELSE
               STRING "RESULTADO: COBERTURA INCOMPLETA  SIN TASA: "
                          DELIMITED BY SIZE
                      WS_CONTADOR_SIN_CODIGO DELIMITED BY SIZE
                      "  SIN VIGENCIA: " DELIMITED BY SIZE
                      WS_CONTADOR_SIN_VIGENCIA DELIMITED BY SIZE
                      "  MONEDAS SIN COTIZACION: " DELIMITED BY SIZE
                      WS_CONTADOR_SIN_COTIZACION DELIMITED BY SIZE
                   INTO WS_LINEA_REPORTE
               END-STRING
           END-IF.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.

      *> Pedido 036: los codigos de cada moneda y, al pie, el
      *> subtotal de la moneda con su cotizacion.
       ESCRIBIR_MONEDA.
           PERFORM EVALUAR_CODIGO_MONEDA
               VARYING WS_CODIGO_IDX FROM 1 BY 1
               UNTIL WS_CODIGO_IDX > WS_CODIGO_CANT.
           PERFORM ESCRIBIR_SUBTOTAL_MONEDA.

       EVALUAR_CODIGO_MONEDA.
           IF WS_CODIGO_MONEDA(WS_CODIGO_IDX)
                   = WS_MON_CODIGO(WS_MON_IDX)
               PERFORM EVALUAR_CODIGO
           END-IF.

       ESCRIBIR_SUBTOTAL_MONEDA.
           MOVE SPACES TO WS_LINEA_REPORTE.
           MOVE WS_MON_SUMA(WS_MON_IDX) TO WS_SUMA_ED.
           MOVE WS_MON_SIN_CUBRIR_SUMA(WS_MON_IDX) TO WS_ACUERDO_ED.
           STRING "SUBTOTAL MONEDA=" DELIMITED BY SIZE
                  WS_MON_CODIGO(WS_MON_IDX) DELIMITED BY SIZE
                  "  REGISTROS: " DELIMITED BY SIZE
                  WS_MON_CONTADOR(WS_MON_IDX) DELIMITED BY SIZE
                  "  CAMPO2: " DELIMITED BY SIZE
                  WS_SUMA_ED DELIMITED BY SIZE
                  "  SIN CUBRIR: " DELIMITED BY SIZE
                  WS_MON_SIN_CUBRIR_CONT(WS_MON_IDX) DELIMITED BY SIZE
                  "  CAMPO2: " DELIMITED BY SIZE
                  WS_ACUERDO_ED DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.
           MOVE SPACES TO WS_LINEA_REPORTE.
           IF WS_MON_CODIGO(WS_MON_IDX) = WS_MONEDA_BASE
               MOVE "          MONEDA BASE, SIN COTIZACION"
                   TO WS_LINEA_REPORTE
           ELSE
               IF WS_MON_COTIZADA(WS_MON_IDX) = 'S'
                   MOVE WS_MON_COTIZACION(WS_MON_IDX)
                       TO WS_COTIZACION_ED
                   STRING "          COTIZACION PARA " DELIMITED BY SIZE
                          WS_FECHA_CORRIDA DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          WS_COTIZACION_ED DELIMITED BY SIZE
                       INTO WS_LINEA_REPORTE
                   END-STRING
               ELSE
                   ADD 1 TO WS_CONTADOR_SIN_COTIZACION
                   STRING "          SIN COTIZACION PARA "
                              DELIMITED BY SIZE
                          WS_FECHA_CORRIDA DELIMITED BY SIZE
                          " EN CAMBIOS.DAT - LA CORRIDA SE RECHAZA"
                              DELIMITED BY SIZE
                       INTO WS_LINEA_REPORTE
                   END-STRING
               END-IF
           END-IF.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.
           MOVE SPACES TO REPORTE_REC.
           WRITE REPORTE_REC.

      *> Pedido 025: por codigo, tres destinos posibles -- cubierto
      *> (con su factor y vigencia), codigo que no existe en la tabla,
      *> o codigo conocido sin vigencia que alcance la fecha. Los dos
      *> ultimos son los que hoy terminan en el reciclo.
      *> Pedido 031: en un codigo conocido sin vigencia, los
      *> registros con acuerdo de cuenta estan cubiertos; el codigo
      *> queda sin cubrir solo por el resto, y si no queda resto pasa
      *> a cubierto por acuerdos. Un codigo inexistente no se salva
      *> con un acuerdo: la corrida lo rechaza como codigo invalido.
       EVALUAR_CODIGO.
           MOVE WS_CODIGO_CAMPO1(WS_CODIGO_IDX) TO WS_CAMPO1_ACTUAL.
           PERFORM BUSCAR_TASA.
           IF WS_CODIGO_CONOCIDO = 'S'
               ADD WS_CODIGO_ACUERDO_CONT(WS_CODIGO_IDX)
                   TO WS_CONTADOR_CON_ACUERDO
           END-IF.
           COMPUTE WS_CONTADOR_SIN_CUBRIR =
               WS_CODIGO_CONTADOR(WS_CODIGO_IDX)
               - WS_CODIGO_ACUERDO_CONT(WS_CODIGO_IDX).
           COMPUTE WS_SUMA_SIN_CUBRIR =
               WS_CODIGO_SUMA(WS_CODIGO_IDX)
               - WS_CODIGO_ACUERDO_SUMA(WS_CODIGO_IDX).
           MOVE WS_CODIGO_SUMA(WS_CODIGO_IDX) TO WS_SUMA_ED.
           MOVE WS_CODIGO_ACUERDO_SUMA(WS_CODIGO_IDX) TO WS_ACUERDO_ED.
           MOVE SPACES TO WS_LINEA_REPORTE.
           IF WS_TASA_ENCONTRADA = 'S'
                   OR (WS_CODIGO_CONOCIDO = 'S'
                       AND WS_CONTADOR_SIN_CUBRIR = 0)
               PERFORM ESCRIBIR_CUBIERTO
           ELSE
               IF WS_CODIGO_CONOCIDO = 'S'
                   ADD 1 TO WS_CONTADOR_SIN_VIGENCIA
                   ADD WS_CONTADOR_SIN_CUBRIR
                       TO WS_MON_SIN_CUBRIR_CONT(WS_MON_IDX)
                   ADD WS_SUMA_SIN_CUBRIR
                       TO WS_MON_SIN_CUBRIR_SUMA(WS_MON_IDX)
                   MOVE WS_SUMA_SIN_CUBRIR TO WS_SUMA_ED
                   STRING "MONEDA=" DELIMITED BY SIZE
                          WS_MON_CODIGO(WS_MON_IDX) DELIMITED BY SIZE
                          "  CAMPO1=" DELIMITED BY SIZE
                          WS_CAMPO1_ACTUAL DELIMITED BY SIZE
                          "  SIN VIGENCIA PARA LA FECHA"
                          DELIMITED BY SIZE
                          "  REGISTROS: " DELIMITED BY SIZE
                          WS_CONTADOR_SIN_CUBRIR DELIMITED BY SIZE
                          "  CAMPO2 EN JUEGO: " DELIMITED BY SIZE
                          WS_SUMA_ED DELIMITED BY SIZE
                       INTO WS_LINEA_REPORTE
                   END-STRING
               ELSE
                   ADD 1 TO WS_CONTADOR_SIN_CODIGO
                   ADD WS_CODIGO_CONTADOR(WS_CODIGO_IDX)
                       TO WS_MON_SIN_CUBRIR_CONT(WS_MON_IDX)
                   ADD WS_CODIGO_SUMA(WS_CODIGO_IDX)
                       TO WS_MON_SIN_CUBRIR_SUMA(WS_MON_IDX)
                   STRING "MONEDA=" DELIMITED BY SIZE
                          WS_MON_CODIGO(WS_MON_IDX) DELIMITED BY SIZE
                          "  CAMPO1=" DELIMITED BY SIZE
                          WS_CAMPO1_ACTUAL DELIMITED BY SIZE
                          "  SIN TASA ALGUNA EN TASAS.DAT"
                          DELIMITED BY SIZE
                       INTO WS_LINEA_REPORTE
                   END-STRING
               END-IF
               WRITE REPORTE_REC FROM WS_LINEA_REPORTE
           END-IF.
           IF WS_CODIGO_CONOCIDO = 'S'
                   AND WS_CODIGO_ACUERDO_CONT(WS_CODIGO_IDX) > 0
               MOVE SPACES TO WS_LINEA_REPORTE
               STRING "          CUBIERTOS POR TASA DE CUENTA"
                          DELIMITED BY SIZE
                      "  REGISTROS: " DELIMITED BY SIZE
                      WS_CODIGO_ACUERDO_CONT(WS_CODIGO_IDX)
                          DELIMITED BY SIZE
                      "  CAMPO2: " DELIMITED BY SIZE
                      WS_ACUERDO_ED DELIMITED BY SIZE
                   INTO WS_LINEA_REPORTE
               END-STRING
               WRITE REPORTE_REC FROM WS_LINEA_REPORTE
           END-IF.

       ESCRIBIR_CUBIERTO.
           IF WS_TASA_ENCONTRADA = 'S'
               STRING "MONEDA=" DELIMITED BY SIZE
                      WS_MON_CODIGO(WS_MON_IDX) DELIMITED BY SIZE
                      "  CAMPO1=" DELIMITED BY SIZE
                      WS_CAMPO1_ACTUAL DELIMITED BY SIZE
                      "  CUBIERTO  FACTOR=" DELIMITED BY SIZE
                      WS_FACTOR_APLICADO DELIMITED BY SIZE
                      " VIGENCIA=" DELIMITED BY SIZE
                      WS_MEJOR_FECHA DELIMITED BY SIZE
                      "  REGISTROS: " DELIMITED BY SIZE
                      WS_CODIGO_CONTADOR(WS_CODIGO_IDX)
                          DELIMITED BY SIZE
                      "  CAMPO2: " DELIMITED BY SIZE
                      WS_SUMA_ED DELIMITED BY SIZE
                   INTO WS_LINEA_REPORTE
               END-STRING
           ELSE
               STRING "MONEDA=" DELIMITED BY SIZE
                      WS_MON_CODIGO(WS_MON_IDX) DELIMITED BY SIZE
                      "  CAMPO1=" DELIMITED BY SIZE
                      WS_CAMPO1_ACTUAL DELIMITED BY SIZE
                      "  CUBIERTO SOLO POR ACUERDOS DE CUENTA"
                          DELIMITED BY SIZE
                      "  REGISTROS: " DELIMITED BY SIZE
                      WS_CODIGO_CONTADOR(WS_CODIGO_IDX)
                          DELIMITED BY SIZE
                      "  CAMPO2: " DELIMITED BY SIZE
                      WS_SUMA_ED DELIMITED BY SIZE
                   INTO WS_LINEA_REPORTE
               END-STRING
           END-IF.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.

           DISPLAY "COBERTURA DE TASAS".
           DISPLAY "DETALLES RELEVADOS:      " WS_CONTADOR_DETALLES.
           DISPLAY "CODIGOS DISTINTOS:       " WS_CODIGO_CANT.
           DISPLAY "CON TASA DE LA CUENTA:   " WS_CONTADOR_CON_ACUERDO.
           DISPLAY "SIN TASA ALGUNA:         " WS_CONTADOR_SIN_CODIGO.
           DISPLAY "SIN VIGENCIA PARA FECHA: "
               WS_CONTADOR_SIN_VIGENCIA.
           DISPLAY "MONEDAS DISTINTAS:       " WS_MON_CANT.
           DISPLAY "MONEDAS SIN COTIZACION:  "
               WS_CONTADOR_SIN_COTIZACION.
           IF WS_CONTADOR_SIN_CODIGO > 0
                   OR WS_CONTADOR_SIN_VIGENCIA > 0
               DISPLAY "CARGAR TASAS VIA TASASMANT ANTES DE LA "
                   "CORRIDA - VER data/TASAPREV.TXT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS_CONTADOR_SIN_COTIZACION > 0
               DISPLAY "CARGAR COTIZACIONES VIA CAMBMANT ANTES DE LA "
                   "CORRIDA - VER data/TASAPREV.TXT"
               MOVE 4 TO RETURN-CODE
           END-IF.
