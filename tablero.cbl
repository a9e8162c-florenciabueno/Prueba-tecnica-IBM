      *TABLERO
      *
      *Pedido 037: tablero de la manana. Despues de la noche el jefe
      *de turno abria ENTREGAS.TXT, TASAPREV.TXT, CONCILIA.TXT,
      *VARIACION.TXT, CORRIDAS.DAT y RECHEDAD.TXT uno por uno para
      *decidir si la noche salio bien. Este programa junta en
      *TABLERO.TXT, para una fecha de negocio: el estado de entrega
      *por origen de ENTREGCTL, el resultado de la cobertura de
      *TASAPREV, cada renglon de CORRIDAS.DAT de la fecha (inicio,
      *fin, duracion, leidos/ajustados/exceptuados y estado), si
      *CONCILIA balanceo, las marcas REVISAR de VARIACION y cuantos
      *rechazos definitivos de RECHFIN.DAT siguen abiertos por tramo
      *de antiguedad (los mismos tramos que RECHEDAD). Ademas compara
      *la duracion y el volumen de la corrida de la fecha contra el
      *promedio de las ultimas 20 corridas anteriores que terminaron
      *(LIMPIA o CON-EXCEP) y marca DEMORA ANORMAL cuando la duracion
      *supera el porcentaje del promedio fijado en TAB_DEMORA_PCT
      *(150 si no viene), para ver un problema de ventana batch antes
      *de que la corrida pierda el corte.
      *
      *Los reportes de texto se toman solo si su renglon FECHA es la
      *fecha del tablero; uno ausente o de otra fecha se informa como
      *observacion en vez de mostrar datos viejos. Cualquier
      *observacion termina con codigo de advertencia.
      *
      *La fecha de negocio sale de la variable de entorno TAB_FECHA
      *(AAAAMMDD); si no viene, es el dia de hoy.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABLERO.
       AUTHOR. EQUIPO-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Pedido 037: los reportes de texto de los otros programas se
      *> leen de a uno por el mismo archivo, con el nombre armado en
      *> WS_NOMBRE_INFORME, como el archivo anual de AUDARCH.
           SELECT OPTIONAL INFORME_FILE ASSIGN TO WS_NOMBRE_INFORME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CORRIDAS_FILE ASSIGN TO "data/CORRIDAS.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RECHFIN_FILE ASSIGN TO "data/RECHFIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFN_CLAVE.

           SELECT TABLERO_FILE ASSIGN TO "data/TABLERO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INFORME_FILE.
       01 INFORME_REC PIC X(132).

      *> Pedido 037: mismo renglon de control que graba EJERCICIO5.
       FD CORRIDAS_FILE.
       01 CORRIDA_REC.
           05 CORR_ID PIC X(08).
           05 CORR_FECHA PIC 9(08).
           05 CORR_HORA_INICIO PIC X(06).
           05 CORR_HORA_FIN PIC X(06).
           05 CORR_LEIDOS PIC 9(09).
           05 CORR_AJUSTADOS PIC 9(07).
           05 CORR_EXCEPTUADOS PIC 9(07).
           05 CORR_ESTADO PIC X(12).

       FD RECHFIN_FILE.
       01 RECHFIN_REC.
           05 RFN_CLAVE.
               10 RFN_CUENTA PIC 9(08).
               10 RFN_FECHA_RECHAZO PIC 9(08).
           05 RFN_CAMPO1 PIC X(02).
           05 RFN_CAMPO2 PIC 9(07)V9(02).
           05 RFN_MOTIVO PIC X(40).
           05 RFN_PASADAS PIC 9(02).
           05 RFN_ESTADO PIC X(01).
           05 RFN_DISPOSICION PIC X(30).
           05 RFN_USUARIO PIC X(08).
           05 RFN_FECHA_DISP PIC 9(08).
           05 RFN_HORA_DISP PIC X(06).
           05 RFN_MONEDA PIC X(03).

       FD TABLERO_FILE.
       01 TABLERO_REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS_END PIC X VALUE '1'.
       01 WS_FECHA_TABLERO_TXT PIC X(08) VALUE SPACES.
       01 WS_FECHA_TABLERO PIC 9(08) VALUE 0.
       01 WS_FECHA_HOY PIC 9(08).
       01 WS_HORA_HOY PIC X(06).

      *> Pedido 037: lectura del reporte de texto en curso. VIGENTE
      *> queda en 'S' recien cuando aparece su renglon FECHA con la
      *> fecha del tablero; hasta entonces no se copia nada.
       01 WS_NOMBRE_INFORME PIC X(40) VALUE SPACES.
       01 WS_FIN_INFORME PIC X VALUE 'N'.
       01 WS_INFORME_VIGENTE PIC X VALUE 'N'.
       01 WS_RENGLONES_INFORME PIC 9(07) VALUE 0.
       01 WS_FECHA_INFORME_TXT PIC X(08) VALUE SPACES.
       01 WS_RESULTADO_HALLADO PIC X VALUE 'N'.
       01 WS_TALLY PIC 9(04) VALUE 0.
       01 WS_CONTADOR_PROBLEMAS PIC 9(04) VALUE 0.

      *> Pedido 037: CORRIDAS.DAT. Las duraciones van en segundos; una
      *> corrida que cruza la medianoche suma un dia al fin.
       01 WS_HORA_TXT PIC X(06) VALUE SPACES.
       01 WS_HORA_PARTES REDEFINES WS_HORA_TXT.
           05 WS_HORA_HH PIC 9(02).
           05 WS_HORA_MM PIC 9(02).
           05 WS_HORA_SS PIC 9(02).
       01 WS_SEGUNDOS_INICIO PIC 9(06) VALUE 0.
       01 WS_SEGUNDOS_FIN PIC 9(06) VALUE 0.
       01 WS_SEGUNDOS PIC 9(05) VALUE 0.
       01 WS_DURACION PIC 9(05) VALUE 0.
       01 WS_DURACION_TXT.
           05 WS_DUR_HH PIC 9(02).
           05 FILLER PIC X VALUE ':'.
           05 WS_DUR_MM PIC 9(02).
           05 FILLER PIC X VALUE ':'.
           05 WS_DUR_SS PIC 9(02).
       01 WS_RESTO_SEGUNDOS PIC 9(05) VALUE 0.

       01 WS_CORRIDAS_FECHA PIC 9(04) VALUE 0.
       01 WS_CORRIDAS_FALLIDAS PIC 9(04) VALUE 0.
       01 WS_HAY_CORRIDA_NOCHE PIC X VALUE 'N'.
       01 WS_NOCHE_ID PIC X(08) VALUE SPACES.
       01 WS_NOCHE_DURACION PIC 9(05) VALUE 0.
       01 WS_NOCHE_LEIDOS PIC 9(09) VALUE 0.
       01 WS_NOCHE_ESTADO PIC X(12) VALUE SPACES.

      *> Pedido 037: ultimas 20 corridas terminadas anteriores a la
      *> fecha, en anillo: la 21 pisa a la mas vieja.
       01 WS_HISTORIA_TABLA.
           05 WS_HIST_CANT PIC 9(02) VALUE 0.
           05 WS_HIST_POS PIC 9(02) VALUE 0.
           05 WS_HIST OCCURS 20 TIMES INDEXED BY WS_HIST_IDX.
               10 WS_HIST_DURACION PIC 9(05).
               10 WS_HIST_LEIDOS PIC 9(09).
       01 WS_HIST_MAXIMO PIC 9(02) VALUE 20.
       01 WS_SUMA_DURACION PIC 9(07) VALUE 0.
       01 WS_SUMA_LEIDOS PIC 9(11) VALUE 0.
       01 WS_PROMEDIO_DURACION PIC 9(05) VALUE 0.
       01 WS_PROMEDIO_LEIDOS PIC 9(09) VALUE 0.
       01 WS_PCT_DURACION PIC 9(03)V9(02) VALUE 0.
       01 WS_PCT_LEIDOS PIC 9(03)V9(02) VALUE 0.
       01 WS_PCT_ED PIC ZZ9.99.
       01 WS_PCT_LEIDOS_ED PIC ZZ9.99.

      *> Pedido 037: tope de la duracion, en porcentaje del promedio.
       01 WS_DEMORA_PCT_TXT PIC X(05) VALUE SPACES.
       01 WS_DEMORA_PCT PIC 9(03) VALUE 150.

      *> Pedido 037: rechazos definitivos abiertos, con los mismos
      *> tramos de antiguedad que RECHEDAD.TXT.
       01 WS_FIN_RECHFIN PIC X VALUE 'N'.
       01 WS_DIAS_ABIERTO PIC S9(05) VALUE 0.
       01 WS_ABIERTOS_91 PIC 9(07) VALUE 0.
       01 WS_ABIERTOS_31 PIC 9(07) VALUE 0.
       01 WS_ABIERTOS_0 PIC 9(07) VALUE 0.
       01 WS_ABIERTOS_TOTAL PIC 9(07) VALUE 0.

      *> Pedido 037: observaciones que se juntan en cada seccion y se
      *> listan al pie.
       01 WS_OBSERVACIONES_TABLA.
           05 WS_OBS_CANT PIC 9(02) VALUE 0.
           05 WS_OBS OCCURS 30 TIMES INDEXED BY WS_OBS_IDX
               PIC X(100).
       01 WS_OBSERVACION PIC X(100) VALUE SPACES.
       01 WS_CONTADOR_OBSERVACIONES PIC 9(04) VALUE 0.

       01 WS_LINEA_TABLERO PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       START_PROGRAM.
           PERFORM FIJAR_FECHA_TABLERO.
           PERFORM ABRIR_TABLERO.
           PERFORM INFORMAR_ENTREGAS.
           PERFORM INFORMAR_COBERTURA.
           PERFORM INFORMAR_CORRIDAS.
           PERFORM INFORMAR_CONCILIACION.
           PERFORM INFORMAR_VARIACION.
           PERFORM INFORMAR_RECHAZOS.
           PERFORM CERRAR_TABLERO.
           PERFORM TERMINAR.
           STOP RUN.

       FIJAR_FECHA_TABLERO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_FECHA_HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS_HORA_HOY.
           MOVE WS_FECHA_HOY TO WS_FECHA_TABLERO.
           ACCEPT WS_FECHA_TABLERO_TXT FROM ENVIRONMENT "TAB_FECHA"
               ON EXCEPTION
                   MOVE SPACES TO WS_FECHA_TABLERO_TXT
           END-ACCEPT.
           IF WS_FECHA_TABLERO_TXT NUMERIC
               MOVE WS_FECHA_TABLERO_TXT TO WS_FECHA_TABLERO
           END-IF.
           MOVE WS_FECHA_TABLERO TO WS_FECHA_TABLERO_TXT.
           ACCEPT WS_DEMORA_PCT_TXT FROM ENVIRONMENT "TAB_DEMORA_PCT"
               ON EXCEPTION
                   MOVE SPACES TO WS_DEMORA_PCT_TXT
           END-ACCEPT.
           IF WS_DEMORA_PCT_TXT NOT = SPACES
               COMPUTE WS_DEMORA_PCT =
                   FUNCTION NUMVAL(WS_DEMORA_PCT_TXT)
           END-IF.

       ABRIR_TABLERO.
           OPEN OUTPUT TABLERO_FILE.
           MOVE "TABLERO DE LA MANANA" TO TABLERO_REC.
           WRITE TABLERO_REC.
           MOVE SPACES TO WS_LINEA_TABLERO.
           STRING "FECHA DE NEGOCIO: " DELIMITED BY SIZE
                  WS_FECHA_TABLERO DELIMITED BY SIZE
                  "   EMITIDO: " DELIMITED BY SIZE
                  WS_FECHA_HOY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_HORA_HOY DELIMITED BY SIZE
               INTO WS_LINEA_TABLERO
           END-STRING.
           WRITE TABLERO_REC FROM WS_LINEA_TABLERO.

       ESCRIBIR_TITULO.
           MOVE SPACES TO TABLERO_REC.
           WRITE TABLERO_REC.
           WRITE TABLERO_REC FROM WS_LINEA_TABLERO.

      *> Pedido 037: un renglon del reporte de texto copiado al
      *> tablero con sangria.
       COPIAR_RENGLON.
           MOVE SPACES TO WS_LINEA_TABLERO.
           STRING "  " DELIMITED BY SIZE
                  INFORME_REC DELIMITED BY SIZE
               INTO WS_LINEA_TABLERO
           END-STRING.
           WRITE TABLERO_REC FROM WS_LINEA_TABLERO.

       AGREGAR_OBSERVACION.
           ADD 1 TO WS_CONTADOR_OBSERVACIONES.
           IF WS_OBS_CANT < 30
               ADD 1 TO WS_OBS_CANT
               MOVE WS_OBSERVACION TO WS_OBS(WS_OBS_CANT)
           END-IF.

      *> Pedido 037: lectura comun de los reportes de texto. El
      *> renglon FECHA de cada uno dice de que dia es: ENTREGAS.TXT lo
      *> titula "FECHA DE CONTROL: ", los demas "FECHA: ".
       ABRIR_INFORME.
           MOVE 'N' TO WS_FIN_INFORME.
           MOVE 'N' TO WS_INFORME_VIGENTE.
           MOVE 'N' TO WS_RESULTADO_HALLADO.
           MOVE 0 TO WS_RENGLONES_INFORME.
           MOVE 0 TO WS_CONTADOR_PROBLEMAS.
           MOVE SPACES TO WS_FECHA_INFORME_TXT.
           OPEN INPUT INFORME_FILE.
           PERFORM LEER_INFORME.

       LEER_INFORME.
           READ INFORME_FILE
               AT END MOVE 'S' TO WS_FIN_INFORME
           END-READ.
           IF WS_FIN_INFORME = 'N'
               ADD 1 TO WS_RENGLONES_INFORME
               PERFORM TOMAR_FECHA_INFORME
           END-IF.

       TOMAR_FECHA_INFORME.
           IF WS_FECHA_INFORME_TXT = SPACES
               IF INFORME_REC(1:18) = "FECHA DE CONTROL: "
                   MOVE INFORME_REC(19:8) TO WS_FECHA_INFORME_TXT
               ELSE
                   IF INFORME_REC(1:7) = "FECHA: "
                       MOVE INFORME_REC(8:8) TO WS_FECHA_INFORME_TXT
                   END-IF
               END-IF
               IF WS_FECHA_INFORME_TXT = WS_FECHA_TABLERO_TXT
                   MOVE 'S' TO WS_INFORME_VIGENTE
               END-IF
           END-IF.

      *> Pedido 037: un reporte que no esta, o que es de otro dia, no
      *> aporta datos y queda como observacion.
       VERIFICAR_INFORME.
           MOVE SPACES TO WS_OBSERVACION.
           IF WS_RENGLONES_INFORME = 0
               STRING WS_NOMBRE_INFORME DELIMITED BY SPACE
                      " NO DISPONIBLE" DELIMITED BY SIZE
                   INTO WS_OBSERVACION
               END-STRING
           ELSE
               IF WS_INFORME_VIGENTE = 'N'
                   STRING WS_NOMBRE_INFORME DELIMITED BY SPACE
                          " ES DEL " DELIMITED BY SIZE
                          WS_FECHA_INFORME_TXT DELIMITED BY SIZE
                          ", NO DE LA FECHA DEL TABLERO"
                              DELIMITED BY SIZE
                       INTO WS_OBSERVACION
                   END-STRING
               END-IF
           END-IF.
           IF WS_OBSERVACION NOT = SPACES
               MOVE SPACES TO WS_LINEA_TABLERO
               STRING "  " DELIMITED BY SIZE
                      WS_OBSERVACION DELIMITED BY SIZE
                   INTO WS_LINEA_TABLERO
               END-STRING
               WRITE TABLERO_REC FROM WS_LINEA_TABLERO
               PERFORM AGREGAR_OBSERVACION
           END-IF.

      *> Pedido 037: ENTREGAS.TXT -- el estado de cada origen y el
      *> renglon de totales.
       INFORMAR_ENTREGAS.
           MOVE "ENTREGAS POR ORIGEN (ENTREGCTL)" TO WS_LINEA_TABLERO.
           PERFORM ESCRIBIR_TITULO.
           MOVE "data/ENTREGAS.TXT" TO WS_NOMBRE_INFORME.
           PERFORM ABRIR_INFORME.
           PERFORM TOMAR_RENGLON_ENTREGAS
               UNTIL WS_FIN_INFORME = 'S'.
           CLOSE INFORME_FILE.
           PERFORM VERIFICAR_INFORME.
           IF WS_CONTADOR_PROBLEMAS > 0
               MOVE SPACES TO WS_OBSERVACION
               STRING "ENTREGAS: " DELIMITED BY SIZE
                      WS_CONTADOR_PROBLEMAS DELIMITED BY SIZE
                      " ORIGENES FALTANTES O ATRASADOS"
                          DELIMITED BY SIZE
                   INTO WS_OBSERVACION
               END-STRING
               PERFORM AGREGAR_OBSERVACION
           END-IF.

       TOMAR_RENGLON_ENTREGAS.
           IF WS_INFORME_VIGENTE = 'S'
               IF INFORME_REC(1:7) = "ORIGEN "
                   MOVE 0 TO WS_TALLY
                   INSPECT INFORME_REC TALLYING WS_TALLY
                       FOR ALL "FALTANTE" ALL "ATRASADO"
                   ADD WS_TALLY TO WS_CONTADOR_PROBLEMAS
                   PERFORM COPIAR_RENGLON
               END-IF
               IF INFORME_REC(1:8) = "FERIADO:"
                       OR INFORME_REC(1:10) = "ESPERADOS:"
                   PERFORM COPIAR_RENGLON
               END-IF
           END-IF.
           PERFORM LEER_INFORME.

      *> Pedido 037: TASAPREV.TXT -- los codigos sin tasa o sin
      *> vigencia y el renglon RESULTADO de la cobertura.
       INFORMAR_COBERTURA.
           MOVE "COBERTURA DE TASAS (TASAPREV)" TO WS_LINEA_TABLERO.
           PERFORM ESCRIBIR_TITULO.
           MOVE "data/TASAPREV.TXT" TO WS_NOMBRE_INFORME.
           PERFORM ABRIR_INFORME.
           PERFORM TOMAR_RENGLON_COBERTURA
               UNTIL WS_FIN_INFORME = 'S'.
           CLOSE INFORME_FILE.
           PERFORM VERIFICAR_INFORME.
           IF WS_INFORME_VIGENTE = 'S'
               IF WS_RESULTADO_HALLADO = 'N'
                   MOVE "TASAPREV.TXT SIN RENGLON DE RESULTADO"
                       TO WS_OBSERVACION
                   PERFORM AGREGAR_OBSERVACION
               ELSE
                   IF WS_CONTADOR_PROBLEMAS > 0
                       MOVE "TASAPREV: COBERTURA DE TASAS INCOMPLETA"
                           TO WS_OBSERVACION
                       PERFORM AGREGAR_OBSERVACION
                   END-IF
               END-IF
           END-IF.

       TOMAR_RENGLON_COBERTURA.
           IF WS_INFORME_VIGENTE = 'S'
                   AND INFORME_REC(1:10) NOT = "RESULTADO:"
               MOVE 0 TO WS_TALLY
               INSPECT INFORME_REC TALLYING WS_TALLY
                   FOR ALL "SIN VIGENCIA" ALL "SIN TASA ALGUNA"
                       ALL "SIN COTIZACION PARA"
               IF WS_TALLY > 0
                   PERFORM COPIAR_RENGLON
               END-IF
           END-IF.
           IF WS_INFORME_VIGENTE = 'S'
               IF INFORME_REC(1:10) = "RESULTADO:"
                   MOVE 'S' TO WS_RESULTADO_HALLADO
                   IF INFORME_REC NOT = "RESULTADO: COBERTURA COMPLETA"
                       ADD 1 TO WS_CONTADOR_PROBLEMAS
                   END-IF
                   PERFORM COPIAR_RENGLON
               END-IF
           END-IF.
           PERFORM LEER_INFORME.

      *> Pedido 037: CORRIDAS.DAT -- cada corrida de la fecha con su
      *> duracion, y la de la noche (la ultima de la fecha que no
      *> fallo) contra el promedio de las 20 corridas terminadas
      *> anteriores.
       INFORMAR_CORRIDAS.
           MOVE "CORRIDAS DE AJUSTE (CORRIDAS.DAT)"
               TO WS_LINEA_TABLERO.
           PERFORM ESCRIBIR_TITULO.
           MOVE '1' TO WS_END.
           OPEN INPUT CORRIDAS_FILE.
           PERFORM LEER_CORRIDA.
           PERFORM TOMAR_CORRIDA
               UNTIL WS_END = '0'.
           CLOSE CORRIDAS_FILE.
           IF WS_CORRIDAS_FECHA = 0
               MOVE "SIN CORRIDA REGISTRADA PARA LA FECHA"
                   TO WS_OBSERVACION
               MOVE SPACES TO WS_LINEA_TABLERO
               STRING "  " DELIMITED BY SIZE
                      WS_OBSERVACION DELIMITED BY SIZE
                   INTO WS_LINEA_TABLERO
               END-STRING
               WRITE TABLERO_REC FROM WS_LINEA_TABLERO
               PERFORM AGREGAR_OBSERVACION
           END-IF.
           IF WS_CORRIDAS_FALLIDAS > 0
               MOVE SPACES TO WS_OBSERVACION
               STRING "CORRIDAS: " DELIMITED BY SIZE
                      WS_CORRIDAS_FALLIDAS DELIMITED BY SIZE
                      " CORRIDAS FALLIDAS EN LA FECHA"
                          DELIMITED BY SIZE
                   INTO WS_OBSERVACION
               END-STRING
               PERFORM AGREGAR_OBSERVACION
           END-IF.
           IF WS_HAY_CORRIDA_NOCHE = 'S'
               IF WS_NOCHE_ESTADO = "VACIA"
                   MOVE SPACES TO WS_OBSERVACION
                   STRING "CORRIDA " DELIMITED BY SIZE
                          WS_NOCHE_ID DELIMITED BY SIZE
                          " VACIA: NO LEYO REGISTROS" DELIMITED BY SIZE
                       INTO WS_OBSERVACION
                   END-STRING
                   PERFORM AGREGAR_OBSERVACION
               END-IF
               PERFORM COMPARAR_CON_PROMEDIO
           END-IF.

       LEER_CORRIDA.
           READ CORRIDAS_FILE
               AT END MOVE '0' TO WS_END
           END-READ.

       TOMAR_CORRIDA.
           PERFORM CALCULAR_DURACION.
           IF CORR_FECHA = WS_FECHA_TABLERO
               ADD 1 TO WS_CORRIDAS_FECHA
               PERFORM ESCRIBIR_CORRIDA
               IF CORR_ESTADO = "FALLIDA"
                   ADD 1 TO WS_CORRIDAS_FALLIDAS
               ELSE
                   MOVE 'S' TO WS_HAY_CORRIDA_NOCHE
                   MOVE CORR_ID TO WS_NOCHE_ID
                   MOVE WS_DURACION TO WS_NOCHE_DURACION
                   MOVE CORR_LEIDOS TO WS_NOCHE_LEIDOS
                   MOVE CORR_ESTADO TO WS_NOCHE_ESTADO
               END-IF
           ELSE
               IF CORR_FECHA < WS_FECHA_TABLERO
                       AND (CORR_ESTADO = "LIMPIA"
                           OR CORR_ESTADO = "CON-EXCEP")
                   PERFORM GUARDAR_HISTORIA
               END-IF
           END-IF.
           PERFORM LEER_CORRIDA.

       CALCULAR_DURACION.
           MOVE 0 TO WS_DURACION.
           MOVE CORR_HORA_INICIO TO WS_HORA_TXT.
           IF WS_HORA_TXT NUMERIC
               PERFORM PASAR_A_SEGUNDOS
               MOVE WS_SEGUNDOS TO WS_SEGUNDOS_INICIO
               MOVE CORR_HORA_FIN TO WS_HORA_TXT
               IF WS_HORA_TXT NUMERIC
                   PERFORM PASAR_A_SEGUNDOS
                   MOVE WS_SEGUNDOS TO WS_SEGUNDOS_FIN
                   IF WS_SEGUNDOS_FIN < WS_SEGUNDOS_INICIO
                       ADD 86400 TO WS_SEGUNDOS_FIN
                   END-IF
                   COMPUTE WS_DURACION =
                       WS_SEGUNDOS_FIN - WS_SEGUNDOS_INICIO
               END-IF
           END-IF.

       PASAR_A_SEGUNDOS.
           COMPUTE WS_SEGUNDOS = WS_HORA_HH * 3600
               + WS_HORA_MM * 60 + WS_HORA_SS.

      *> Pedido 037: segundos a HH:MM:SS para el reporte.
       FORMATEAR_DURACION.
           DIVIDE WS_SEGUNDOS BY 3600 GIVING WS_DUR_HH
               REMAINDER WS_RESTO_SEGUNDOS.
           DIVIDE WS_RESTO_SEGUNDOS BY 60 GIVING WS_DUR_MM
               REMAINDER WS_DUR_SS.

       ESCRIBIR_CORRIDA.
           MOVE WS_DURACION TO WS_SEGUNDOS.
           PERFORM FORMATEAR_DURACION.
           MOVE SPACES TO WS_LINEA_TABLERO.
           STRING "  ID " DELIMITED BY SIZE
                  CORR_ID DELIMITED BY SIZE
                  "  INICIO " DELIMITED BY SIZE
                  CORR_HORA_INICIO DELIMITED BY SIZE
                  "  FIN " DELIMITED BY SIZE
                  CORR_HORA_FIN DELIMITED BY SIZE
                  "  DURACION " DELIMITED BY SIZE
                  WS_DURACION_TXT DELIMITED BY SIZE
                  "  LEIDOS " DELIMITED BY SIZE
                  CORR_LEIDOS DELIMITED BY SIZE
                  "  AJUSTADOS " DELIMITED BY SIZE
                  CORR_AJUSTADOS DELIMITED BY SIZE
                  "  EXCEPTUADOS " DELIMITED BY SIZE
                  CORR_EXCEPTUADOS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CORR_ESTADO DELIMITED BY SIZE
               INTO WS_LINEA_TABLERO
           END-STRING.
           WRITE TABLERO_REC FROM WS_LINEA_TABLERO.

       GUARDAR_HISTORIA.
           ADD 1 TO WS_HIST_POS.
           IF WS_HIST_POS > WS_HIST_MAXIMO
               MOVE 1 TO WS_HIST_POS
           END-IF.
           MOVE WS_DURACION TO WS_HIST_DURACION(WS_HIST_POS).
           MOVE CORR_LEIDOS TO WS_HIST_LEIDOS(WS_HIST_POS).
           IF WS_HIST_CANT < WS_HIST_MAXIMO
               ADD 1 TO WS_HIST_CANT
           END-IF.

      *> Pedido 037: duracion y volumen de la noche en porcentaje del
      *> promedio; como en VARIACION, un promedio en cero con algo
      *> hoy cuenta como 999.99.
       COMPARAR_CON_PROMEDIO.
           IF WS_HIST_CANT = 0
               MOVE "  SIN CORRIDAS ANTERIORES PARA COMPARAR"
                   TO TABLERO_REC
               WRITE TABLERO_REC
           ELSE
               MOVE 0 TO WS_SUMA_DURACION
               MOVE 0 TO WS_SUMA_LEIDOS
               PERFORM SUMAR_HISTORIA
                   VARYING WS_HIST_IDX FROM 1 BY 1
                   UNTIL WS_HIST_IDX > WS_HIST_CANT
               DIVIDE WS_SUMA_DURACION BY WS_HIST_CANT
                   GIVING WS_PROMEDIO_DURACION ROUNDED
               DIVIDE WS_SUMA_LEIDOS BY WS_HIST_CANT
                   GIVING WS_PROMEDIO_LEIDOS ROUNDED
               PERFORM CALCULAR_PORCENTAJES
               PERFORM ESCRIBIR_COMPARACION
           END-IF.

       SUMAR_HISTORIA.
           ADD WS_HIST_DURACION(WS_HIST_IDX) TO WS_SUMA_DURACION.
           ADD WS_HIST_LEIDOS(WS_HIST_IDX) TO WS_SUMA_LEIDOS.

       CALCULAR_PORCENTAJES.
           IF WS_PROMEDIO_DURACION > 0
               COMPUTE WS_PCT_DURACION ROUNDED =
                   WS_NOCHE_DURACION * 100 / WS_PROMEDIO_DURACION
                   ON SIZE ERROR MOVE 999.99 TO WS_PCT_DURACION
               END-COMPUTE
           ELSE
               IF WS_NOCHE_DURACION > 0
                   MOVE 999.99 TO WS_PCT_DURACION
               ELSE
                   MOVE 100 TO WS_PCT_DURACION
               END-IF
           END-IF.
           IF WS_PROMEDIO_LEIDOS > 0
               COMPUTE WS_PCT_LEIDOS ROUNDED =
                   WS_NOCHE_LEIDOS * 100 / WS_PROMEDIO_LEIDOS
                   ON SIZE ERROR MOVE 999.99 TO WS_PCT_LEIDOS
               END-COMPUTE
           ELSE
               IF WS_NOCHE_LEIDOS > 0
                   MOVE 999.99 TO WS_PCT_LEIDOS
               ELSE
                   MOVE 100 TO WS_PCT_LEIDOS
               END-IF
           END-IF.

       ESCRIBIR_COMPARACION.
           MOVE WS_PROMEDIO_DURACION TO WS_SEGUNDOS.
           PERFORM FORMATEAR_DURACION.
           MOVE SPACES TO WS_LINEA_TABLERO.
           STRING "  PROMEDIO DE LAS ULTIMAS " DELIMITED BY SIZE
                  WS_HIST_CANT DELIMITED BY SIZE
                  " CORRIDAS: DURACION " DELIMITED BY SIZE
                  WS_DURACION_TXT DELIMITED BY SIZE
                  "  LEIDOS " DELIMITED BY SIZE
                  WS_PROMEDIO_LEIDOS DELIMITED BY SIZE
               INTO WS_LINEA_TABLERO
           END-STRING.
           WRITE TABLERO_REC FROM WS_LINEA_TABLERO.
           MOVE WS_NOCHE_DURACION TO WS_SEGUNDOS.
           PERFORM FORMATEAR_DURACION.
           MOVE WS_PCT_DURACION TO WS_PCT_ED.
           MOVE WS_PCT_LEIDOS TO WS_PCT_LEIDOS_ED.
           MOVE SPACES TO WS_LINEA_TABLERO.
           STRING "  CORRIDA " DELIMITED BY SIZE
                  WS_NOCHE_ID DELIMITED BY SIZE
                  ": DURACION " DELIMITED BY SIZE
                  WS_DURACION_TXT DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS_PCT_ED DELIMITED BY SIZE
                  " PCT DEL PROMEDIO)  LEIDOS " DELIMITED BY SIZE
                  WS_NOCHE_LEIDOS DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS_PCT_LEIDOS_ED DELIMITED BY SIZE
                  " PCT DEL PROMEDIO)" DELIMITED BY SIZE
               INTO WS_LINEA_TABLERO
           END-STRING.
           WRITE TABLERO_REC FROM WS_LINEA_TABLERO.
           IF WS_PCT_DURACION > WS_DEMORA_PCT
               MOVE SPACES TO WS_OBSERVACION
               STRING "DEMORA ANORMAL: LA CORRIDA " DELIMITED BY SIZE
                      WS_NOCHE_ID DELIMITED BY SIZE
                      " TARDO " DELIMITED BY SIZE
                      WS_PCT_ED DELIMITED BY SIZE
                      " PCT DEL PROMEDIO (TOPE " DELIMITED BY SIZE
                      WS_DEMORA_PCT DELIMITED BY SIZE
                      " PCT)" DELIMITED BY SIZE
                   INTO WS_OBSERVACION
               END-STRING
               MOVE SPACES TO WS_LINEA_TABLERO
               STRING "  " DELIMITED BY SIZE
                      WS_OBSERVACION DELIMITED BY SIZE
                   INTO WS_LINEA_TABLERO
               END-STRING
               WRITE TABLERO_REC FROM WS_LINEA_TABLERO
               PERFORM AGREGAR_OBSERVACION
           END-IF.

      *> Pedido 037: CONCILIA.TXT -- la corrida auditada, los
      *> chequeos en ERROR y el RESULTADO.
       INFORMAR_CONCILIACION.
           MOVE "CONCILIACION (CONCILIA)" TO WS_LINEA_TABLERO.
           PERFORM ESCRIBIR_TITULO.
           MOVE "data/CONCILIA.TXT" TO WS_NOMBRE_INFORME.
           PERFORM ABRIR_INFORME.
           PERFORM TOMAR_RENGLON_CONCILIACION
               UNTIL WS_FIN_INFORME = 'S'.
           CLOSE INFORME_FILE.
           PERFORM VERIFICAR_INFORME.
           IF WS_INFORME_VIGENTE = 'S'
               IF WS_RESULTADO_HALLADO = 'N'
                   MOVE "CONCILIA.TXT SIN RENGLON DE RESULTADO"
                       TO WS_OBSERVACION
                   PERFORM AGREGAR_OBSERVACION
               ELSE
                   IF WS_CONTADOR_PROBLEMAS > 0
                       MOVE "CONCILIA: CORRIDA FUERA DE BALANCE"
                           TO WS_OBSERVACION
                       PERFORM AGREGAR_OBSERVACION
                   END-IF
               END-IF
           END-IF.

       TOMAR_RENGLON_CONCILIACION.
           IF WS_INFORME_VIGENTE = 'S'
               IF INFORME_REC(1:7) = "FECHA: "
                       OR INFORME_REC(1:7) = "ERROR  "
                   PERFORM COPIAR_RENGLON
               END-IF
               IF INFORME_REC(1:10) = "RESULTADO:"
                   MOVE 'S' TO WS_RESULTADO_HALLADO
                   IF INFORME_REC NOT = "RESULTADO: CORRIDA BALANCEADA"
                       ADD 1 TO WS_CONTADOR_PROBLEMAS
                   END-IF
                   PERFORM COPIAR_RENGLON
               END-IF
           END-IF.
           PERFORM LEER_INFORME.

      *> Pedido 037: VARIACION.TXT -- las categorias marcadas
      *> REVISAR, o la aclaracion de que no habia contra que comparar.
       INFORMAR_VARIACION.
           MOVE "VARIACION CONTRA LA CORRIDA ANTERIOR (VARIACION)"
               TO WS_LINEA_TABLERO.
           PERFORM ESCRIBIR_TITULO.
           MOVE "data/VARIACION.TXT" TO WS_NOMBRE_INFORME.
           PERFORM ABRIR_INFORME.
           PERFORM TOMAR_RENGLON_VARIACION
               UNTIL WS_FIN_INFORME = 'S'.
           CLOSE INFORME_FILE.
           PERFORM VERIFICAR_INFORME.
           IF WS_INFORME_VIGENTE = 'S'
               IF WS_CONTADOR_PROBLEMAS = 0
                   MOVE "  SIN MARCAS REVISAR" TO TABLERO_REC
                   WRITE TABLERO_REC
               ELSE
                   MOVE SPACES TO WS_OBSERVACION
                   STRING "VARIACION: " DELIMITED BY SIZE
                          WS_CONTADOR_PROBLEMAS DELIMITED BY SIZE
                          " MARCAS REVISAR" DELIMITED BY SIZE
                       INTO WS_OBSERVACION
                   END-STRING
                   PERFORM AGREGAR_OBSERVACION
               END-IF
           END-IF.

       TOMAR_RENGLON_VARIACION.
           IF WS_INFORME_VIGENTE = 'S'
               MOVE 0 TO WS_TALLY
               INSPECT INFORME_REC TALLYING WS_TALLY
                   FOR ALL "REVISAR"
               IF WS_TALLY > 0
                   ADD 1 TO WS_CONTADOR_PROBLEMAS
                   PERFORM COPIAR_RENGLON
               END-IF
               IF INFORME_REC(1:23) = "SIN GENERACION ANTERIOR"
                   PERFORM COPIAR_RENGLON
               END-IF
           END-IF.
           PERFORM LEER_INFORME.

      *> Pedido 037: RECHFIN.DAT -- rechazos definitivos todavia
      *> abiertos, por antiguedad a la fecha del tablero. Es
      *> informativo: lo viejo se sigue en RECHEDAD.TXT.
       INFORMAR_RECHAZOS.
           MOVE "RECHAZOS DEFINITIVOS ABIERTOS (RECHFIN.DAT)"
               TO WS_LINEA_TABLERO.
           PERFORM ESCRIBIR_TITULO.
           MOVE 'N' TO WS_FIN_RECHFIN.
           OPEN INPUT RECHFIN_FILE.
           PERFORM LEER_RECHFIN.
           PERFORM CLASIFICAR_RECHAZO
               UNTIL WS_FIN_RECHFIN = 'S'.
           CLOSE RECHFIN_FILE.
           MOVE SPACES TO WS_LINEA_TABLERO.
           STRING "  MAS DE 90 DIAS: " DELIMITED BY SIZE
                  WS_ABIERTOS_91 DELIMITED BY SIZE
                  "  ENTRE 31 Y 90 DIAS: " DELIMITED BY SIZE
                  WS_ABIERTOS_31 DELIMITED BY SIZE
                  "  HASTA 30 DIAS: " DELIMITED BY SIZE
                  WS_ABIERTOS_0 DELIMITED BY SIZE
                  "  TOTAL ABIERTOS: " DELIMITED BY SIZE
                  WS_ABIERTOS_TOTAL DELIMITED BY SIZE
               INTO WS_LINEA_TABLERO
           END-STRING.
           WRITE TABLERO_REC FROM WS_LINEA_TABLERO.

       LEER_RECHFIN.
           READ RECHFIN_FILE NEXT RECORD
               AT END MOVE 'S' TO WS_FIN_RECHFIN
           END-READ.

       CLASIFICAR_RECHAZO.
           IF RFN_ESTADO = 'A'
               ADD 1 TO WS_ABIERTOS_TOTAL
               COMPUTE WS_DIAS_ABIERTO =
                   FUNCTION INTEGER-OF-DATE(WS_FECHA_TABLERO)
                   - FUNCTION INTEGER-OF-DATE(RFN_FECHA_RECHAZO)
               IF WS_DIAS_ABIERTO > 90
                   ADD 1 TO WS_ABIERTOS_91
               ELSE
                   IF WS_DIAS_ABIERTO > 30
                       ADD 1 TO WS_ABIERTOS_31
                   ELSE
                       ADD 1 TO WS_ABIERTOS_0
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER_RECHFIN.

       CERRAR_TABLERO.
           MOVE "OBSERVACIONES" TO WS_LINEA_TABLERO.
           PERFORM ESCRIBIR_TITULO.
           IF WS_CONTADOR_OBSERVACIONES = 0
               MOVE "  NINGUNA" TO TABLERO_REC
               WRITE TABLERO_REC
           ELSE
               PERFORM ESCRIBIR_OBSERVACION
                   VARYING WS_OBS_IDX FROM 1 BY 1
                   UNTIL WS_OBS_IDX > WS_OBS_CANT
           END-IF.
           MOVE SPACES TO TABLERO_REC.
           WRITE TABLERO_REC.
           IF WS_CONTADOR_OBSERVACIONES = 0
               MOVE "RESULTADO: NOCHE SIN OBSERVACIONES" TO TABLERO_REC
           ELSE
               MOVE "RESULTADO: NOCHE CON OBSERVACIONES" TO TABLERO_REC
           END-IF.
           WRITE TABLERO_REC.
           CLOSE TABLERO_FILE.

       ESCRIBIR_OBSERVACION.
           MOVE SPACES TO WS_LINEA_TABLERO.
           STRING "  - " DELIMITED BY SIZE
                  WS_OBS(WS_OBS_IDX) DELIMITED BY SIZE
               INTO WS_LINEA_TABLERO
           END-STRING.
           WRITE TABLERO_REC FROM WS_LINEA_TABLERO.

       TERMINAR.
           DISPLAY "TABLERO DE LA MANANA DEL " WS_FECHA_TABLERO.
           DISPLAY "OBSERVACIONES: " WS_CONTADOR_OBSERVACIONES.
           IF WS_CONTADOR_OBSERVACIONES > 0
               DISPLAY "NOCHE CON OBSERVACIONES - VER data/TABLERO.TXT"
               MOVE 4 TO RETURN-CODE
           END-IF.
