           05 AUD_CAMPO2_ANTES PIC 9(07)V9(02).
           05 AUD_CODIGO_TASA PIC X(02).
           05 AUD_CAMPO2_DESPUES PIC 9(07)V9(02).
      *> Pedido 031: origen del factor (T tabla, C acuerdo de cuenta).
           05 AUD_ORIGEN_TASA PIC X(01).
      *> Pedido 036: moneda de la cuenta; los CAMPO2 del renglon estan
      *> en esa moneda.
           05 AUD_MONEDA PIC X(03).

       FD ARCHIVO_FILE.
       01 ARCHIVO_REC PIC X(50).

       FD NUEVO_FILE.
       01 NUEVO_REC PIC X(50).

       FD REPORTE_FILE.
       01 REPORTE_REC PIC X(120).
