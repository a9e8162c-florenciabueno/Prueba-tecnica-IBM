      *INACTIVAS
      *
      *Pedido 034: cuentas sin actividad. Desde que la corrida
      *completa arrastra el maestro SALIDA.DAT de un dia a otro, una
      *cuenta que dejo de venir en los envios ya no desaparece sola:
      *queda en el maestro con su ultimo valor. El negocio quiere
      *verlas para decidir si se cierran en CUENTAS.DAT. Este programa
      *recorre el maestro y, para cada cuenta, busca la fecha del
      *ultimo renglon de AUDITORIA.DAT (corrida, DELTAMAES o backout);
      *si pasaron N dias o mas (variable de entorno INA_DIAS, 90 si no
      *viene) la lista en INACTIVAS.TXT con su CAMPO1, su valor y
      *moneda, la fecha de la ultima actividad, los dias sin actividad
      *y el estado en CUENTAS.DAT. Las cuentas ya cerradas no se
      *listan. Los valores estan cada uno en la moneda de su cuenta,
      *por eso el resumen solo cuenta cuentas y no suma CAMPO2.
      *
      *Si AUDARCH ya paso a los archivos anuales todo el historico de
      *una cuenta, la fecha sale de la ultima grabacion en el maestro
      *(SAL_FECHA_ULT) y, si tampoco la hay, del alta en CUENTAS.DAT;
      *una cuenta sin ninguna fecha se lista igual, marcada SIN FECHA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INACTIVAS.
       AUTHOR. EQUIPO-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDITORIA_FILE ASSIGN TO "data/AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SALIDA_FILE ASSIGN TO "data/SALIDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUENTA_SAL.

           SELECT OPTIONAL CUENTAS_FILE ASSIGN TO "data/CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA_CUENTA.

           SELECT REPORTE_FILE ASSIGN TO "data/INACTIVAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Pedido 034: el historico ordenado por cuenta y fecha, para
      *> recorrerlo a la par del maestro, que ya viene en orden de
      *> cuenta.
           SELECT AUDITORIA_ORDENADA ASSIGN TO "data/INACTIVAS.SRT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT_WORK ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA_FILE.
       01 AUDITORIA_REC.
           05 AUD_FECHA_CORRIDA PIC 9(08).
           05 AUD_ID_CORRIDA PIC X(08).
           05 AUD_CUENTA PIC 9(08).
           05 AUD_CAMPO1 PIC X(02).
           05 AUD_CAMPO2_ANTES PIC 9(07)V9(02).
           05 AUD_CODIGO_TASA PIC X(02).
           05 AUD_CAMPO2_DESPUES PIC 9(07)V9(02).
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
           05 SAL_FECHA_ULT PIC 9(08).
           05 SAL_ID_CORRIDA PIC X(08).
           05 SAL_NUM_REGISTRO PIC 9(09).

       FD CUENTAS_FILE.
       01 CUENTA_REC.
           05 CTA_CUENTA PIC 9(08).
           05 CTA_ESTADO PIC X(01).
           05 CTA_ORIGEN PIC X(08).
           05 CTA_FECHA_ALTA PIC 9(08).
           05 CTA_FECHA_BAJA PIC 9(08).

       FD REPORTE_FILE.
       01 REPORTE_REC PIC X(132).

       FD AUDITORIA_ORDENADA.
       01 ORDENADA_REC.
           05 ORD_CUENTA PIC 9(08).
           05 ORD_FECHA PIC 9(08).

       SD SORT_WORK.
       01 SORT_REC.
           05 SRT_CUENTA PIC 9(08).
           05 SRT_FECHA PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS_END PIC X VALUE '1'.
       01 WS_FIN_ORDENADA PIC X VALUE '1'.
       01 WS_FECHA_HOY PIC 9(08).

      *> Pedido 034: dias sin actividad a partir de los cuales se
      *> lista la cuenta.
       01 WS_DIAS_TXT PIC X(05) VALUE SPACES.
       01 WS_DIAS_LIMITE PIC 9(05) VALUE 90.

      *> Pedido 034: cuenta del historico ordenado en curso; al
      *> terminar el archivo queda en 99999999, que ninguna cuenta
      *> menor alcanza. La 99999999 es una cuenta valida, asi que el
      *> fin del historico se controla ademas con WS_FIN_ORDENADA.
       01 WS_CUENTA_ORDENADA PIC 9(08) VALUE 0.

       01 WS_ULTIMA_FECHA PIC 9(08) VALUE 0.
       01 WS_FUENTE_FECHA PIC X(09) VALUE SPACES.
       01 WS_DIAS_INACTIVA PIC 9(05) VALUE 0.
       01 WS_ESTADO_CUENTA PIC X(01) VALUE SPACE.

       01 WS_CONTADOR_CUENTAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_INACTIVAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_SIN_FECHA PIC 9(07) VALUE 0.
       01 WS_CONTADOR_CERRADAS PIC 9(07) VALUE 0.

       01 WS_CAMPO2_ED PIC 9(07).9(02).
       01 WS_DIAS_ED PIC ZZZZ9.
       01 WS_FECHA_TXT PIC X(09) VALUE SPACES.
       01 WS_LINEA_REPORTE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       START_PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_FECHA_HOY.
           PERFORM LEER_PARAMETROS.
           SORT SORT_WORK
               ON ASCENDING KEY SRT_CUENTA
                                SRT_FECHA
               INPUT PROCEDURE IS LIBERAR_AUDITORIA
               GIVING AUDITORIA_ORDENADA.
           PERFORM OPEN_FILE.
           PERFORM ENCABEZADO_REPORTE.
           PERFORM LEER_ORDENADA.
           PERFORM LEER_SALIDA.
           PERFORM EVALUAR_CUENTA
               UNTIL WS_END = '0'.
           PERFORM ESCRIBIR_RESUMEN.
           PERFORM CLOSE_FILE.
           PERFORM TERMINAR.
           STOP RUN.

       LEER_PARAMETROS.
           ACCEPT WS_DIAS_TXT FROM ENVIRONMENT "INA_DIAS"
               ON EXCEPTION
                   MOVE SPACES TO WS_DIAS_TXT
           END-ACCEPT.
           IF WS_DIAS_TXT NOT = SPACES
               COMPUTE WS_DIAS_LIMITE =
                   FUNCTION NUMVAL(WS_DIAS_TXT)
           END-IF.
           IF WS_DIAS_LIMITE = 0
               MOVE 90 TO WS_DIAS_LIMITE
           END-IF.

      *> Pedido 034: solo cuenta y fecha, que es todo lo que hace
      *> falta para saber cuando se movio la cuenta por ultima vez.
       LIBERAR_AUDITORIA.
           MOVE '1' TO WS_END.
           OPEN INPUT AUDITORIA_FILE.
           PERFORM LEER_AUDITORIA.
           PERFORM LIBERAR_RENGLON
               UNTIL WS_END = '0'.
           CLOSE AUDITORIA_FILE.

       LEER_AUDITORIA.
           READ AUDITORIA_FILE
               AT END MOVE '0' TO WS_END
           END-READ.

       LIBERAR_RENGLON.
           MOVE AUD_CUENTA TO SRT_CUENTA.
           MOVE AUD_FECHA_CORRIDA TO SRT_FECHA.
           RELEASE SORT_REC.
           PERFORM LEER_AUDITORIA.

       OPEN_FILE.
           MOVE '1' TO WS_END.
           MOVE '1' TO WS_FIN_ORDENADA.
           OPEN INPUT AUDITORIA_ORDENADA.
           OPEN INPUT SALIDA_FILE.
           OPEN INPUT CUENTAS_FILE.
           OPEN OUTPUT REPORTE_FILE.

       CLOSE_FILE.
           CLOSE AUDITORIA_ORDENADA.
           CLOSE SALIDA_FILE.
           CLOSE CUENTAS_FILE.
           CLOSE REPORTE_FILE.

       LEER_SALIDA.
           READ SALIDA_FILE
               AT END MOVE '0' TO WS_END
           END-READ.

       LEER_ORDENADA.
           READ AUDITORIA_ORDENADA
               AT END
                   MOVE '0' TO WS_FIN_ORDENADA
                   MOVE 99999999 TO WS_CUENTA_ORDENADA
               NOT AT END
                   MOVE ORD_CUENTA TO WS_CUENTA_ORDENADA
           END-READ.

       ENCABEZADO_REPORTE.
           MOVE "CUENTAS SIN ACTIVIDAD" TO REPORTE_REC.
           WRITE REPORTE_REC.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "FECHA: " DELIMITED BY SIZE
                  WS_FECHA_HOY DELIMITED BY SIZE
                  "   SIN ACTIVIDAD DESDE HACE " DELIMITED BY SIZE
                  WS_DIAS_LIMITE DELIMITED BY SIZE
                  " DIAS O MAS" DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.
           MOVE SPACES TO REPORTE_REC.
           WRITE REPORTE_REC.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "CUENTA    CAMPO1  CAMPO2     MON  ULTIMA ACT  "
                      DELIMITED BY SIZE
                  "DIAS  ORIGEN FECHA ESTADO" DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.

      *> Pedido 034: cuenta del maestro contra el historico ordenado.
      *> Se saltean los renglones de cuentas menores (ya no estan en
      *> el maestro) y la ultima fecha de la cuenta es la del ultimo
      *> renglon suyo.
       EVALUAR_CUENTA.
           ADD 1 TO WS_CONTADOR_CUENTAS.
           MOVE 0 TO WS_ULTIMA_FECHA.
           MOVE "AUDITORIA" TO WS_FUENTE_FECHA.
           PERFORM LEER_ORDENADA
               UNTIL WS_CUENTA_ORDENADA >= CUENTA_SAL
                   OR WS_FIN_ORDENADA = '0'.
           PERFORM TOMAR_FECHA
               UNTIL WS_CUENTA_ORDENADA NOT = CUENTA_SAL
                   OR WS_FIN_ORDENADA = '0'.
           PERFORM CONSULTAR_CUENTA.
           IF WS_ESTADO_CUENTA = 'C'
               ADD 1 TO WS_CONTADOR_CERRADAS
           ELSE
               PERFORM COMPLETAR_FECHA
               PERFORM CALCULAR_DIAS
           END-IF.
           PERFORM LEER_SALIDA.

       TOMAR_FECHA.
           IF ORD_FECHA > WS_ULTIMA_FECHA
               MOVE ORD_FECHA TO WS_ULTIMA_FECHA
           END-IF.
           PERFORM LEER_ORDENADA.

       CONSULTAR_CUENTA.
           MOVE CUENTA_SAL TO CTA_CUENTA.
           READ CUENTAS_FILE
               INVALID KEY
                   MOVE SPACE TO WS_ESTADO_CUENTA
                   MOVE 0 TO CTA_FECHA_ALTA
               NOT INVALID KEY
                   MOVE CTA_ESTADO TO WS_ESTADO_CUENTA
           END-READ.

      *> Pedido 034: historico ya archivado por AUDARCH -- la ultima
      *> grabacion en el maestro, y si no la hay, el alta de la
      *> cuenta.
       COMPLETAR_FECHA.
           IF WS_ULTIMA_FECHA = 0
               MOVE "MAESTRO" TO WS_FUENTE_FECHA
               MOVE SAL_FECHA_ULT TO WS_ULTIMA_FECHA
           END-IF.
           IF WS_ULTIMA_FECHA = 0
               MOVE "ALTA" TO WS_FUENTE_FECHA
               MOVE CTA_FECHA_ALTA TO WS_ULTIMA_FECHA
           END-IF.

       CALCULAR_DIAS.
           IF WS_ULTIMA_FECHA = 0
               MOVE "SIN FECHA" TO WS_FECHA_TXT
               MOVE SPACES TO WS_FUENTE_FECHA
               MOVE 0 TO WS_DIAS_INACTIVA
               ADD 1 TO WS_CONTADOR_SIN_FECHA
               PERFORM ESCRIBIR_INACTIVA
           ELSE
               MOVE WS_ULTIMA_FECHA TO WS_FECHA_TXT
               COMPUTE WS_DIAS_INACTIVA =
                   FUNCTION INTEGER-OF-DATE(WS_FECHA_HOY)
                   - FUNCTION INTEGER-OF-DATE(WS_ULTIMA_FECHA)
               IF WS_DIAS_INACTIVA >= WS_DIAS_LIMITE
                   PERFORM ESCRIBIR_INACTIVA
               END-IF
           END-IF.

       ESCRIBIR_INACTIVA.
           ADD 1 TO WS_CONTADOR_INACTIVAS.
           MOVE CAMPO2_SAL TO WS_CAMPO2_ED.
           MOVE WS_DIAS_INACTIVA TO WS_DIAS_ED.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING CUENTA_SAL DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CAMPO1_SAL DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS_CAMPO2_ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MONEDA_SAL DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS_FECHA_TXT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS_DIAS_ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS_FUENTE_FECHA DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS_ESTADO_CUENTA DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.

       ESCRIBIR_RESUMEN.
           MOVE SPACES TO REPORTE_REC.
           WRITE REPORTE_REC.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "CUENTAS EN EL MAESTRO: " DELIMITED BY SIZE
                  WS_CONTADOR_CUENTAS DELIMITED BY SIZE
                  "   CERRADAS (NO SE LISTAN): " DELIMITED BY SIZE
                  WS_CONTADOR_CERRADAS DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "SIN ACTIVIDAD: " DELIMITED BY SIZE
                  WS_CONTADOR_INACTIVAS DELIMITED BY SIZE
                  " (SIN FECHA: " DELIMITED BY SIZE
                  WS_CONTADOR_SIN_FECHA DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.

       TERMINAR.
           DISPLAY "CUENTAS SIN ACTIVIDAD: " WS_CONTADOR_INACTIVAS
               " DE " WS_CONTADOR_CUENTAS
               " - VER data/INACTIVAS.TXT".
