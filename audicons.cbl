           05 AUD_CAMPO2_ANTES PIC 9(07)V9(02).
           05 AUD_CODIGO_TASA PIC X(02).
           05 AUD_CAMPO2_DESPUES PIC 9(07)V9(02).
      *> Pedido 031: origen del factor (T tabla, C acuerdo de cuenta).
           05 AUD_ORIGEN_TASA PIC X(01).
      *> Pedido 036: moneda de la cuenta; los CAMPO2 del renglon estan
      *> en esa moneda.
           05 AUD_MONEDA PIC X(03).

       FD REPORTE_FILE.
       01 REPORTE_REC PIC X(100).
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.
      *> Pedido 031: ORIG = T tabla por CAMPO1, C acuerdo de cuenta.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "FECHA    CORRIDA  CUENTA   CAMPO1 ANTES  "
                      DELIMITED BY SIZE
                  "TASA DESPUES     ORIG" DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.

       CLOSE_FILE.
           CLOSE AUDITORIA_FILE.
                  AUD_CODIGO_TASA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS_DESPUES_ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AUD_ORIGEN_TASA DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.
