           05 EXC_CAMPO2 PIC 9(07)V9(02).
           05 EXC_MOTIVO PIC X(40).
           05 EXC_RECICLOS PIC 9(02).
      *> Pedido 036: moneda de la cuenta del registro.
           05 EXC_MONEDA PIC X(03).

       FD AUDITORIA_FILE.
       01 AUDITORIA_REC.
           05 AUD_CAMPO2_ANTES PIC 9(07)V9(02).
           05 AUD_CODIGO_TASA PIC X(02).
           05 AUD_CAMPO2_DESPUES PIC 9(07)V9(02).
      *> Pedido 031: origen del factor (T tabla, C acuerdo de cuenta).
           05 AUD_ORIGEN_TASA PIC X(01).
      *> Pedido 036: moneda de la cuenta; los CAMPO2 del renglon estan
      *> en esa moneda.
           05 AUD_MONEDA PIC X(03).

      *> Pedido 029: acuse de layout fijo, un registro por renglon,
      *> todos direccionados por origen + secuencia. E = totales de
