      *CADENA
      *
      *Pedido 030: controlador de la cadena diaria. Cada manana
      *operaciones lanzaba a mano REGEDIT (o CONSOLID), ENTREGCTL,
      *TASAPREV, EJERCICIO5, CONCILIA, RECICLA, VARIACION, ACUSES y
      *la toma de ASIENTOS.DAT por el mayor, mirando el RETURN-CODE de
      *cada uno para decidir si seguir. Este programa corre la cadena
      *segun PASOS.DAT (un renglon por paso, en el orden en que deben
      *correr: nombre del paso, programa, comando, codigos de retorno
      *que permiten seguir, codigos que retienen la cadena y avisan a
      *la guardia, y el paso que tiene que haber terminado desde la
      *ultima vez que corrio este), y deja el estado de cada paso para
      *la fecha de negocio en PASOSEST.DAT. Al relanzarlo para la
      *misma fecha retoma en el paso que fallo o quedo retenido sin
      *repetir los que ya terminaron bien.
      *
      *El orden se hace cumplir aun entre fechas: un paso con paso
      *requerido (EJERCICIO5 requiere RECICLA, RECICLA requiere
      *CONCILIA, RECHMANT requiere RECICLA) no corre si su ultima
      *terminacion es posterior a la ultima del requerido -- por
      *ejemplo, una segunda EJERCICIO5 antes de que RECICLA haya
      *consumido el EXCEPCIONES.DAT de la anterior, que lo pisaria.
      *
      *Un paso retenido (codigo de aviso) queda esperando a que la
      *guardia lo revise: si lo da por bueno, lo libera relanzando con
      *CAD_LIBERAR igual al nombre del paso y la cadena sigue con el
      *siguiente; si corrigio la causa, un relanzamiento comun vuelve a
      *correrlo. Cualquier codigo que no figure en ninguna de las dos
      *listas es una falla y se reintenta en el proximo lanzamiento.
      *
      *La fecha de negocio sale de la variable de entorno CAD_FECHA
      *(AAAAMMDD); si no viene, es la de hoy. CADENA.TXT queda con una
      *hoja por fecha: cada paso con su inicio, fin, codigo y estado.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADENA.
       AUTHOR. EQUIPO-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASOS_FILE ASSIGN TO "data/PASOS.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 030: estado de los pasos por fecha de negocio; se
      *> reescribe completo despues de cada paso, asi una caida del
      *> propio controlador deja asentado hasta donde llego.
           SELECT OPTIONAL ESTADOS_FILE ASSIGN TO "data/PASOSEST.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT LOG_FILE ASSIGN TO "data/CADENA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Pedido 030: definicion de un paso. Las listas de codigos son
      *> hasta cinco codigos de tres digitos; una posicion en blanco
      *> no se usa. REQUIERE en blanco = sin paso requerido.
       FD PASOS_FILE.
       01 PASO_REC.
           05 PAS_NOMBRE PIC X(10).
           05 PAS_PROGRAMA PIC X(10).
           05 PAS_COMANDO PIC X(40).
           05 PAS_RC_SIGUE OCCURS 5 TIMES PIC X(03).
           05 PAS_RC_AVISO OCCURS 5 TIMES PIC X(03).
           05 PAS_REQUIERE PIC X(10).

      *> Pedido 030: estado de un paso en una fecha de negocio.
      *> ESTADO: P = pendiente, E = en ejecucion, C = completo,
      *> F = fallido, R = retenido con aviso, X = rechazado por orden.
       FD ESTADOS_FILE.
       01 ESTADO_REC.
           05 PST_FECHA PIC 9(08).
           05 PST_PASO PIC X(10).
           05 PST_ESTADO PIC X(01).
           05 PST_HORA_INICIO PIC X(06).
           05 PST_FECHA_FIN PIC 9(08).
           05 PST_HORA_FIN PIC X(06).
           05 PST_RC PIC 9(03).
           05 PST_INTENTOS PIC 9(02).

       FD LOG_FILE.
       01 LOG_REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS_END PIC X VALUE '1'.
       01 WS_FECHA_NEGOCIO_TXT PIC X(08) VALUE SPACES.
       01 WS_FECHA_NEGOCIO PIC 9(08) VALUE 0.
       01 WS_FECHA_HOY PIC 9(08) VALUE 0.
       01 WS_PASO_LIBERAR PIC X(10) VALUE SPACES.

       01 WS_PASOS_TABLA.
           05 WS_PASO_CANT PIC 9(04) VALUE 0.
           05 WS_PASO OCCURS 30 TIMES INDEXED BY WS_PASO_IDX.
               10 WS_PASO_NOMBRE PIC X(10).
               10 WS_PASO_PROGRAMA PIC X(10).
               10 WS_PASO_COMANDO PIC X(40).
               10 WS_PASO_RC_SIGUE OCCURS 5 TIMES PIC X(03).
               10 WS_PASO_RC_AVISO OCCURS 5 TIMES PIC X(03).
               10 WS_PASO_REQUIERE PIC X(10).
               10 WS_PASO_POS_ESTADO PIC 9(04).
               10 WS_PASO_ACCION PIC X(14).

      *> Pedido 030: PASOSEST.DAT en memoria. Se conserva el ultimo
      *> mes completo (para poder retomar fechas anteriores) y, de
      *> lo mas viejo, solo la ultima terminacion de cada paso, que
      *> es lo que necesita el control de orden.
       01 WS_ESTADOS_TABLA.
           05 WS_EST_CANT PIC 9(04) VALUE 0.
           05 WS_EST OCCURS 1000 TIMES INDEXED BY WS_EST_IDX.
               10 WS_EST_FECHA PIC 9(08).
               10 WS_EST_PASO PIC X(10).
               10 WS_EST_ESTADO PIC X(01).
               10 WS_EST_HORA_INICIO PIC X(06).
               10 WS_EST_FECHA_FIN PIC 9(08).
               10 WS_EST_HORA_FIN PIC X(06).
               10 WS_EST_RC PIC 9(03).
               10 WS_EST_INTENTOS PIC 9(02).

       01 WS_POS PIC 9(04) VALUE 0.
       01 WS_COD_IDX PIC 9(01) VALUE 0.
       01 WS_FECHA_LIMITE PIC 9(08) VALUE 0.
       01 WS_ENTERO_FECHA PIC 9(08) VALUE 0.
       01 WS_CONSERVAR PIC X VALUE 'N'.

       01 WS_COMANDO PIC X(40) VALUE SPACES.
       01 WS_ESTADO_SISTEMA PIC S9(09) VALUE 0.
       01 WS_SENAL PIC 9(03) VALUE 0.
       01 WS_RC_PASO PIC 9(03) VALUE 0.
       01 WS_RC_PASO_TXT REDEFINES WS_RC_PASO PIC X(03).
       01 WS_CLASE_RC PIC X(01) VALUE SPACES.
       01 WS_CADENA_SIGUE PIC X VALUE 'S'.
       01 WS_RESULTADO_CADENA PIC X(40) VALUE SPACES.

      *> Pedido 030: control de orden. SELLO = fecha + hora de la
      *> ultima terminacion completa de un paso (AAAAMMDDHHMMSS).
       01 WS_ORDEN_OK PIC X VALUE 'S'.
       01 WS_NOMBRE_BUSCADO PIC X(10) VALUE SPACES.
       01 WS_SELLO_BUSCADO PIC X(14) VALUE SPACES.
       01 WS_SELLO_PASO PIC X(14) VALUE SPACES.
       01 WS_SELLO_REQUERIDO PIC X(14) VALUE SPACES.
       01 WS_SELLO_FILA PIC X(14) VALUE SPACES.

       01 WS_CONTADOR_EJECUTADOS PIC 9(04) VALUE 0.
       01 WS_CONTADOR_OMITIDOS PIC 9(04) VALUE 0.
       01 WS_ESTADO_TEXTO PIC X(12) VALUE SPACES.
       01 WS_LINEA_LOG PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       START_PROGRAM.
           PERFORM FIJAR_FECHA_NEGOCIO.
           PERFORM CARGAR_PASOS.
           PERFORM CARGAR_ESTADOS.
           PERFORM UBICAR_ESTADOS_DEL_DIA.
           PERFORM LIBERAR_RETENIDO.
           PERFORM GRABAR_ESTADOS.
           PERFORM EJECUTAR_CADENA.
           PERFORM ESCRIBIR_LOG.
           PERFORM TERMINAR.
           STOP RUN.

       FIJAR_FECHA_NEGOCIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_FECHA_HOY.
           MOVE WS_FECHA_HOY TO WS_FECHA_NEGOCIO.
           ACCEPT WS_FECHA_NEGOCIO_TXT FROM ENVIRONMENT "CAD_FECHA"
               ON EXCEPTION
                   MOVE SPACES TO WS_FECHA_NEGOCIO_TXT
           END-ACCEPT.
           IF WS_FECHA_NEGOCIO_TXT NUMERIC
               MOVE WS_FECHA_NEGOCIO_TXT TO WS_FECHA_NEGOCIO
           END-IF.
           ACCEPT WS_PASO_LIBERAR FROM ENVIRONMENT "CAD_LIBERAR"
               ON EXCEPTION
                   MOVE SPACES TO WS_PASO_LIBERAR
           END-ACCEPT.
           COMPUTE WS_ENTERO_FECHA =
               FUNCTION INTEGER-OF-DATE(WS_FECHA_NEGOCIO) - 31.
           COMPUTE WS_FECHA_LIMITE =
               FUNCTION DATE-OF-INTEGER(WS_ENTERO_FECHA).

       CARGAR_PASOS.
           MOVE '1' TO WS_END.
           OPEN INPUT PASOS_FILE.
           PERFORM LEER_PASO.
           PERFORM CARGAR_UN_PASO
               UNTIL WS_END = '0'.
           CLOSE PASOS_FILE.
           IF WS_PASO_CANT = 0
               DISPLAY "PASOS.DAT SIN PASOS; NADA QUE CORRER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEER_PASO.
           READ PASOS_FILE
               AT END MOVE '0' TO WS_END
           END-READ.

       CARGAR_UN_PASO.
           IF WS_PASO_CANT < 30
               ADD 1 TO WS_PASO_CANT
               MOVE PAS_NOMBRE TO WS_PASO_NOMBRE(WS_PASO_CANT)
               MOVE PAS_PROGRAMA TO WS_PASO_PROGRAMA(WS_PASO_CANT)
               MOVE PAS_COMANDO TO WS_PASO_COMANDO(WS_PASO_CANT)
               PERFORM VARYING WS_COD_IDX FROM 1 BY 1
                       UNTIL WS_COD_IDX > 5
                   MOVE PAS_RC_SIGUE(WS_COD_IDX)
                       TO WS_PASO_RC_SIGUE(WS_PASO_CANT WS_COD_IDX)
                   MOVE PAS_RC_AVISO(WS_COD_IDX)
                       TO WS_PASO_RC_AVISO(WS_PASO_CANT WS_COD_IDX)
               END-PERFORM
               MOVE PAS_REQUIERE TO WS_PASO_REQUIERE(WS_PASO_CANT)
               MOVE 0 TO WS_PASO_POS_ESTADO(WS_PASO_CANT)
               MOVE "NO EJECUTADO" TO WS_PASO_ACCION(WS_PASO_CANT)
           ELSE
               DISPLAY "ADVERTENCIA: MAS DE 30 PASOS EN PASOS.DAT, "
                   "SE DESCARTA " PAS_NOMBRE
           END-IF.
           PERFORM LEER_PASO.

       CARGAR_ESTADOS.
           MOVE '1' TO WS_END.
           OPEN INPUT ESTADOS_FILE.
           PERFORM LEER_ESTADO.
           PERFORM CARGAR_UN_ESTADO
               UNTIL WS_END = '0'.
           CLOSE ESTADOS_FILE.

       LEER_ESTADO.
           READ ESTADOS_FILE
               AT END MOVE '0' TO WS_END
           END-READ.

       CARGAR_UN_ESTADO.
           IF WS_EST_CANT < 1000
               ADD 1 TO WS_EST_CANT
               MOVE PST_FECHA TO WS_EST_FECHA(WS_EST_CANT)
               MOVE PST_PASO TO WS_EST_PASO(WS_EST_CANT)
               MOVE PST_ESTADO TO WS_EST_ESTADO(WS_EST_CANT)
               MOVE PST_HORA_INICIO TO WS_EST_HORA_INICIO(WS_EST_CANT)
               MOVE PST_FECHA_FIN TO WS_EST_FECHA_FIN(WS_EST_CANT)
               MOVE PST_HORA_FIN TO WS_EST_HORA_FIN(WS_EST_CANT)
               MOVE PST_RC TO WS_EST_RC(WS_EST_CANT)
               MOVE PST_INTENTOS TO WS_EST_INTENTOS(WS_EST_CANT)
           ELSE
               DISPLAY "ADVERTENCIA: PASOSEST.DAT SUPERA LOS 1000 "
                   "RENGLONES EN MEMORIA"
           END-IF.
           PERFORM LEER_ESTADO.

      *> Pedido 030: cada paso de la definicion se asocia a su renglon
      *> de estado para la fecha de negocio; el que no lo tiene arranca
      *> pendiente. Un paso que quedo "en ejecucion" es uno durante el
      *> cual se cayo el controlador: se lo trata como fallido.
       UBICAR_ESTADOS_DEL_DIA.
           PERFORM UBICAR_ESTADO_PASO
               VARYING WS_PASO_IDX FROM 1 BY 1
               UNTIL WS_PASO_IDX > WS_PASO_CANT.

       UBICAR_ESTADO_PASO.
           MOVE 0 TO WS_POS.
           PERFORM VARYING WS_EST_IDX FROM 1 BY 1
                   UNTIL WS_EST_IDX > WS_EST_CANT
               IF WS_EST_FECHA(WS_EST_IDX) = WS_FECHA_NEGOCIO
                       AND WS_EST_PASO(WS_EST_IDX) =
                           WS_PASO_NOMBRE(WS_PASO_IDX)
                   SET WS_POS TO WS_EST_IDX
               END-IF
           END-PERFORM.
           IF WS_POS = 0
               IF WS_EST_CANT < 1000
                   ADD 1 TO WS_EST_CANT
                   MOVE WS_EST_CANT TO WS_POS
                   MOVE WS_FECHA_NEGOCIO TO WS_EST_FECHA(WS_POS)
                   MOVE WS_PASO_NOMBRE(WS_PASO_IDX)
                       TO WS_EST_PASO(WS_POS)
                   MOVE 'P' TO WS_EST_ESTADO(WS_POS)
                   MOVE SPACES TO WS_EST_HORA_INICIO(WS_POS)
                   MOVE 0 TO WS_EST_FECHA_FIN(WS_POS)
                   MOVE SPACES TO WS_EST_HORA_FIN(WS_POS)
                   MOVE 0 TO WS_EST_RC(WS_POS)
                   MOVE 0 TO WS_EST_INTENTOS(WS_POS)
               ELSE
                   DISPLAY "PASOSEST.DAT LLENO; NO SE PUEDE REGISTRAR "
                       "EL PASO " WS_PASO_NOMBRE(WS_PASO_IDX)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS_EST_ESTADO(WS_POS) = 'E'
               MOVE 'F' TO WS_EST_ESTADO(WS_POS)
           END-IF.
           MOVE WS_POS TO WS_PASO_POS_ESTADO(WS_PASO_IDX).

      *> Pedido 030: la guardia libera un paso retenido despues de
      *> revisarlo; queda completo con la hora de liberacion, asi el
      *> control de orden lo toma como terminado.
       LIBERAR_RETENIDO.
           IF WS_PASO_LIBERAR NOT = SPACES
               PERFORM LIBERAR_UN_PASO
                   VARYING WS_PASO_IDX FROM 1 BY 1
                   UNTIL WS_PASO_IDX > WS_PASO_CANT
           END-IF.

       LIBERAR_UN_PASO.
           MOVE WS_PASO_POS_ESTADO(WS_PASO_IDX) TO WS_POS.
           IF WS_PASO_NOMBRE(WS_PASO_IDX) = WS_PASO_LIBERAR
               IF WS_EST_ESTADO(WS_POS) = 'R'
                   MOVE 'C' TO WS_EST_ESTADO(WS_POS)
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS_EST_FECHA_FIN(WS_POS)
                   MOVE FUNCTION CURRENT-DATE(9:6)
                       TO WS_EST_HORA_FIN(WS_POS)
                   MOVE "LIBERADO" TO WS_PASO_ACCION(WS_PASO_IDX)
                   DISPLAY "PASO " WS_PASO_LIBERAR
                       " LIBERADO POR LA GUARDIA"
               ELSE
                   DISPLAY "CAD_LIBERAR: EL PASO " WS_PASO_LIBERAR
                       " NO ESTA RETENIDO, SE IGNORA"
               END-IF
           END-IF.

       EJECUTAR_CADENA.
           MOVE 'S' TO WS_CADENA_SIGUE.
           PERFORM EJECUTAR_PASO
               VARYING WS_PASO_IDX FROM 1 BY 1
               UNTIL WS_PASO_IDX > WS_PASO_CANT
                   OR WS_CADENA_SIGUE = 'N'.
           IF WS_CADENA_SIGUE = 'S'
               MOVE "CADENA COMPLETA" TO WS_RESULTADO_CADENA
           END-IF.

      *> Pedido 030: lo ya completo para la fecha no se repite; lo
      *> demas pasa por el control de orden antes de correr.
       EJECUTAR_PASO.
           MOVE WS_PASO_POS_ESTADO(WS_PASO_IDX) TO WS_POS.
           IF WS_EST_ESTADO(WS_POS) = 'C'
               IF WS_PASO_ACCION(WS_PASO_IDX) NOT = "LIBERADO"
                   MOVE "YA COMPLETO" TO WS_PASO_ACCION(WS_PASO_IDX)
               END-IF
               ADD 1 TO WS_CONTADOR_OMITIDOS
           ELSE
               PERFORM VERIFICAR_ORDEN
               IF WS_ORDEN_OK = 'S'
                   PERFORM CORRER_PASO
               ELSE
                   MOVE 'X' TO WS_EST_ESTADO(WS_POS)
                   MOVE "FUERA DE ORDEN" TO WS_PASO_ACCION(WS_PASO_IDX)
                   MOVE "CADENA DETENIDA: PASO FUERA DE ORDEN"
                       TO WS_RESULTADO_CADENA
                   MOVE 'N' TO WS_CADENA_SIGUE
                   DISPLAY "PASO " WS_PASO_NOMBRE(WS_PASO_IDX)
                       " RECHAZADO: " WS_PASO_REQUIERE(WS_PASO_IDX)
                       " NO TERMINO DESDE SU ULTIMA EJECUCION"
                   PERFORM GRABAR_ESTADOS
               END-IF
           END-IF.

      *> Pedido 030: el paso esta en orden si nunca termino, o si el
      *> requerido termino despues de su ultima terminacion.
       VERIFICAR_ORDEN.
           MOVE 'S' TO WS_ORDEN_OK.
           IF WS_PASO_REQUIERE(WS_PASO_IDX) NOT = SPACES
               MOVE WS_PASO_NOMBRE(WS_PASO_IDX) TO WS_NOMBRE_BUSCADO
               PERFORM BUSCAR_ULTIMA_TERMINACION
               MOVE WS_SELLO_BUSCADO TO WS_SELLO_PASO
               MOVE WS_PASO_REQUIERE(WS_PASO_IDX) TO WS_NOMBRE_BUSCADO
               PERFORM BUSCAR_ULTIMA_TERMINACION
               MOVE WS_SELLO_BUSCADO TO WS_SELLO_REQUERIDO
               IF WS_SELLO_PASO NOT = SPACES
                       AND WS_SELLO_REQUERIDO < WS_SELLO_PASO
                   MOVE 'N' TO WS_ORDEN_OK
               END-IF
           END-IF.

       BUSCAR_ULTIMA_TERMINACION.
           MOVE SPACES TO WS_SELLO_BUSCADO.
           PERFORM VARYING WS_EST_IDX FROM 1 BY 1
                   UNTIL WS_EST_IDX > WS_EST_CANT
               IF WS_EST_PASO(WS_EST_IDX) = WS_NOMBRE_BUSCADO
                       AND WS_EST_ESTADO(WS_EST_IDX) = 'C'
                   MOVE SPACES TO WS_SELLO_FILA
                   STRING WS_EST_FECHA_FIN(WS_EST_IDX)
                              DELIMITED BY SIZE
                          WS_EST_HORA_FIN(WS_EST_IDX)
                              DELIMITED BY SIZE
                       INTO WS_SELLO_FILA
                   END-STRING
                   IF WS_SELLO_BUSCADO = SPACES
                           OR WS_SELLO_FILA > WS_SELLO_BUSCADO
                       MOVE WS_SELLO_FILA TO WS_SELLO_BUSCADO
                   END-IF
               END-IF
           END-PERFORM.

      *> Pedido 030: el paso queda "en ejecucion" en disco antes de
      *> lanzarlo. SYSTEM devuelve el estado de espera del proceso:
      *> el codigo de salida viene multiplicado por 256 y un resto
      *> distinto de cero es una terminacion anormal (senal).
       CORRER_PASO.
           ADD 1 TO WS_CONTADOR_EJECUTADOS.
           ADD 1 TO WS_EST_INTENTOS(WS_POS).
           MOVE 'E' TO WS_EST_ESTADO(WS_POS).
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO WS_EST_HORA_INICIO(WS_POS).
           MOVE 0 TO WS_EST_FECHA_FIN(WS_POS).
           MOVE SPACES TO WS_EST_HORA_FIN(WS_POS).
           PERFORM GRABAR_ESTADOS.
           DISPLAY "INICIO PASO " WS_PASO_NOMBRE(WS_PASO_IDX)
               " " WS_EST_HORA_INICIO(WS_POS).
           MOVE WS_PASO_COMANDO(WS_PASO_IDX) TO WS_COMANDO.
           CALL "SYSTEM" USING WS_COMANDO.
           MOVE RETURN-CODE TO WS_ESTADO_SISTEMA.
           MOVE 0 TO RETURN-CODE.
           IF WS_ESTADO_SISTEMA < 0
               MOVE 999 TO WS_RC_PASO
           ELSE
               DIVIDE WS_ESTADO_SISTEMA BY 256 GIVING WS_RC_PASO
                   REMAINDER WS_SENAL
               IF WS_SENAL NOT = 0
                   MOVE 999 TO WS_RC_PASO
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_EST_FECHA_FIN(WS_POS).
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS_EST_HORA_FIN(WS_POS).
           MOVE WS_RC_PASO TO WS_EST_RC(WS_POS).
           PERFORM CLASIFICAR_RC.
           EVALUATE WS_CLASE_RC
               WHEN 'S'
                   MOVE 'C' TO WS_EST_ESTADO(WS_POS)
                   MOVE "EJECUTADO" TO WS_PASO_ACCION(WS_PASO_IDX)
               WHEN 'A'
                   MOVE 'R' TO WS_EST_ESTADO(WS_POS)
                   MOVE "RETENIDO" TO WS_PASO_ACCION(WS_PASO_IDX)
                   MOVE "CADENA RETENIDA: AVISO A GUARDIA"
                       TO WS_RESULTADO_CADENA
                   MOVE 'N' TO WS_CADENA_SIGUE
                   DISPLAY "*** AVISO A GUARDIA: PASO "
                       WS_PASO_NOMBRE(WS_PASO_IDX)
                       " RETENIDO CON CODIGO " WS_RC_PASO " ***"
               WHEN OTHER
                   MOVE 'F' TO WS_EST_ESTADO(WS_POS)
                   MOVE "FALLIDO" TO WS_PASO_ACCION(WS_PASO_IDX)
                   MOVE "CADENA DETENIDA: PASO FALLIDO"
                       TO WS_RESULTADO_CADENA
                   MOVE 'N' TO WS_CADENA_SIGUE
           END-EVALUATE.
           DISPLAY "FIN PASO " WS_PASO_NOMBRE(WS_PASO_IDX)
               " " WS_EST_HORA_FIN(WS_POS) " CODIGO " WS_RC_PASO.
           PERFORM GRABAR_ESTADOS.

      *> Pedido 030: S = el codigo permite seguir, A = retiene la
      *> cadena y avisa, F = cualquier otro (falla).
       CLASIFICAR_RC.
           MOVE 'F' TO WS_CLASE_RC.
           PERFORM VARYING WS_COD_IDX FROM 1 BY 1
                   UNTIL WS_COD_IDX > 5
               IF WS_PASO_RC_AVISO(WS_PASO_IDX WS_COD_IDX)
                       = WS_RC_PASO_TXT
                   MOVE 'A' TO WS_CLASE_RC
               END-IF
           END-PERFORM.
           PERFORM VARYING WS_COD_IDX FROM 1 BY 1
                   UNTIL WS_COD_IDX > 5
               IF WS_PASO_RC_SIGUE(WS_PASO_IDX WS_COD_IDX)
                       = WS_RC_PASO_TXT
                   MOVE 'S' TO WS_CLASE_RC
               END-IF
           END-PERFORM.

      *> Pedido 030: se reescribe PASOSEST.DAT completo. De las fechas
      *> de mas de un mes solo sobrevive la ultima terminacion de
      *> cada paso, para que el archivo no crezca sin limite.
       GRABAR_ESTADOS.
           OPEN OUTPUT ESTADOS_FILE.
           PERFORM GRABAR_UN_ESTADO
               VARYING WS_EST_IDX FROM 1 BY 1
               UNTIL WS_EST_IDX > WS_EST_CANT.
           CLOSE ESTADOS_FILE.

       GRABAR_UN_ESTADO.
           MOVE 'S' TO WS_CONSERVAR.
           IF WS_EST_FECHA(WS_EST_IDX) < WS_FECHA_LIMITE
               PERFORM EVALUAR_CONSERVAR
           END-IF.
           IF WS_CONSERVAR = 'S'
               MOVE WS_EST_FECHA(WS_EST_IDX) TO PST_FECHA
               MOVE WS_EST_PASO(WS_EST_IDX) TO PST_PASO
               MOVE WS_EST_ESTADO(WS_EST_IDX) TO PST_ESTADO
               MOVE WS_EST_HORA_INICIO(WS_EST_IDX) TO PST_HORA_INICIO
               MOVE WS_EST_FECHA_FIN(WS_EST_IDX) TO PST_FECHA_FIN
               MOVE WS_EST_HORA_FIN(WS_EST_IDX) TO PST_HORA_FIN
               MOVE WS_EST_RC(WS_EST_IDX) TO PST_RC
               MOVE WS_EST_INTENTOS(WS_EST_IDX) TO PST_INTENTOS
               WRITE ESTADO_REC
           END-IF.

       EVALUAR_CONSERVAR.
           MOVE 'N' TO WS_CONSERVAR.
           IF WS_EST_ESTADO(WS_EST_IDX) = 'C'
               MOVE WS_EST_PASO(WS_EST_IDX) TO WS_NOMBRE_BUSCADO
               PERFORM BUSCAR_ULTIMA_TERMINACION
               MOVE SPACES TO WS_SELLO_FILA
               STRING WS_EST_FECHA_FIN(WS_EST_IDX) DELIMITED BY SIZE
                      WS_EST_HORA_FIN(WS_EST_IDX) DELIMITED BY SIZE
                   INTO WS_SELLO_FILA
               END-STRING
               IF WS_SELLO_FILA = WS_SELLO_BUSCADO
                   MOVE 'S' TO WS_CONSERVAR
               END-IF
           END-IF.

      *> Pedido 030: una hoja por fecha de negocio con todos los pasos
      *> de la definicion, hayan corrido o no en este lanzamiento.
       ESCRIBIR_LOG.
           OPEN OUTPUT LOG_FILE.
           MOVE "CADENA DIARIA - ESTADO DE LOS PASOS" TO LOG_REC.
           WRITE LOG_REC.
           MOVE SPACES TO WS_LINEA_LOG.
           STRING "FECHA DE NEGOCIO: " DELIMITED BY SIZE
                  WS_FECHA_NEGOCIO DELIMITED BY SIZE
                  "   EMITIDO: " DELIMITED BY SIZE
                  WS_FECHA_HOY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
               INTO WS_LINEA_LOG
           END-STRING.
           WRITE LOG_REC FROM WS_LINEA_LOG.
           MOVE SPACES TO LOG_REC.
           WRITE LOG_REC.
           MOVE SPACES TO WS_LINEA_LOG.
           STRING "PASO       PROGRAMA   INICIO FIN    COD "
                      DELIMITED BY SIZE
                  "ESTADO       INT ESTE LANZAMIENTO" DELIMITED BY SIZE
               INTO WS_LINEA_LOG
           END-STRING.
           WRITE LOG_REC FROM WS_LINEA_LOG.
           PERFORM ESCRIBIR_LINEA_PASO
               VARYING WS_PASO_IDX FROM 1 BY 1
               UNTIL WS_PASO_IDX > WS_PASO_CANT.
           MOVE SPACES TO LOG_REC.
           WRITE LOG_REC.
           MOVE SPACES TO WS_LINEA_LOG.
           STRING "RESULTADO: " DELIMITED BY SIZE
                  WS_RESULTADO_CADENA DELIMITED BY SIZE
               INTO WS_LINEA_LOG
           END-STRING.
           WRITE LOG_REC FROM WS_LINEA_LOG.
           CLOSE LOG_FILE.

       ESCRIBIR_LINEA_PASO.
           MOVE WS_PASO_POS_ESTADO(WS_PASO_IDX) TO WS_POS.
           EVALUATE WS_EST_ESTADO(WS_POS)
               WHEN 'P' MOVE "PENDIENTE" TO WS_ESTADO_TEXTO
               WHEN 'E' MOVE "EN EJECUCION" TO WS_ESTADO_TEXTO
               WHEN 'C' MOVE "COMPLETO" TO WS_ESTADO_TEXTO
               WHEN 'F' MOVE "FALLIDO" TO WS_ESTADO_TEXTO
               WHEN 'R' MOVE "RETENIDO" TO WS_ESTADO_TEXTO
               WHEN 'X' MOVE "FUERA ORDEN" TO WS_ESTADO_TEXTO
               WHEN OTHER MOVE "DESCONOCIDO" TO WS_ESTADO_TEXTO
           END-EVALUATE.
           MOVE SPACES TO WS_LINEA_LOG.
           STRING WS_PASO_NOMBRE(WS_PASO_IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_PASO_PROGRAMA(WS_PASO_IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_EST_HORA_INICIO(WS_POS) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_EST_HORA_FIN(WS_POS) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_EST_RC(WS_POS) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_ESTADO_TEXTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_EST_INTENTOS(WS_POS) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS_PASO_ACCION(WS_PASO_IDX) DELIMITED BY SIZE
               INTO WS_LINEA_LOG
           END-STRING.
           WRITE LOG_REC FROM WS_LINEA_LOG.

       TERMINAR.
           DISPLAY "CADENA DIARIA DEL " WS_FECHA_NEGOCIO.
           DISPLAY "PASOS EJECUTADOS: " WS_CONTADOR_EJECUTADOS
               "  YA COMPLETOS: " WS_CONTADOR_OMITIDOS.
           DISPLAY WS_RESULTADO_CADENA.
           IF WS_CADENA_SIGUE = 'N'
               IF WS_RESULTADO_CADENA(1:15) = "CADENA RETENIDA"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
