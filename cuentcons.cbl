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

       FD EXCEPCIONES_FILE.
       01 EXCEPCION_REC.
           05 EXC_CAMPO2 PIC 9(07)V9(02).
           05 EXC_MOTIVO PIC X(40).
           05 EXC_RECICLOS PIC 9(02).
      *> Pedido 036: moneda de la cuenta del registro.
           05 EXC_MONEDA PIC X(03).

      *> Pedido 027: mismo layout que graba RECICLA y mantiene
      *> RECHMANT.
           05 RFN_USUARIO PIC X(08).
           05 RFN_FECHA_DISP PIC 9(08).
           05 RFN_HORA_DISP PIC X(06).
      *> Pedido 036: moneda de la cuenta del registro.
           05 RFN_MONEDA PIC X(03).

       FD REPORTE_FILE.
       01 REPORTE_REC PIC X(132).
                      AUD_CODIGO_TASA DELIMITED BY SIZE
                      " DESPUES=" DELIMITED BY SIZE
                      WS_DESPUES_ED DELIMITED BY SIZE
                      " ORIGEN=" DELIMITED BY SIZE
                      AUD_ORIGEN_TASA DELIMITED BY SIZE
                   INTO WS_LINEA_REPORTE
               END-STRING
               WRITE REPORTE_REC FROM WS_LINEA_REPORTE
