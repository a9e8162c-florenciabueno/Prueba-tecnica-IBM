      *
      *Se concilia contra REGISTRO.SRT (la salida del SORT), que es
      *exactamente el volumen que la corrida proceso.
      *
      *Pedido 034: SALIDA.DAT ya no se rehace en cada corrida; es el
      *maestro arrastrado de dia en dia y trae tambien las cuentas
      *que no vinieron hoy. Del lado de la salida se cuentan y suman
      *solamente las cuentas que la corrida auditada grabo
      *(SAL_ID_CORRIDA igual al AUD_ID_CORRIDA de la ultima corrida),
      *por eso AUDITORIA se recorre antes que el maestro. Las cuentas
      *arrastradas de corridas anteriores se informan aparte y no
      *entran en la ecuacion.
      *
      *Pedido 035: la corrida consume tambien las retenciones
      *liberadas de LIBERADOS.DAT, que entran del lado de la entrada
      *como los reciclados, y puede dejar registros retenidos por
      *movimiento grande en RETENIDOS.DAT, que no llegan al maestro
      *ni a AUDITORIA. Del lado de la salida se suman las retenciones
      *grabadas por EJERCICIO5 con el id de la corrida auditada:
      *entrada + reciclados + liberados = salida + excepciones +
      *retenidos.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA.
           SELECT AUDITORIA_FILE ASSIGN TO "data/AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 035: igual que RECICLO.DAT, CONCILIA corre antes que
      *> RECICLA, que es quien vacia LIBERADOS.DAT.
           SELECT OPTIONAL LIBERADOS_FILE ASSIGN TO "data/LIBERADOS.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RETENIDOS_FILE ASSIGN TO "data/RETENIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RET_CLAVE.

           SELECT CONTROL_FILE ASSIGN TO "data/CONCILIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD EXCEPCIONES_FILE.
       01 EXCEPCION_REC.
           05 EXC_CAMPO2 PIC 9(07)V9(02).
           05 EXC_MOTIVO PIC X(40).
           05 EXC_RECICLOS PIC 9(02).
      *> Pedido 036: moneda de la cuenta del registro.
           05 EXC_MONEDA PIC X(03).

       FD RECICLO_FILE.
       01 RECICLO_REC.
           05 REC_CAMPO1 PIC X(02).
           05 REC_CAMPO2 PIC 9(07)V9(02).
           05 REC_RECICLOS PIC 9(02).
      *> Pedido 036: moneda de la cuenta del registro.
           05 REC_MONEDA PIC X(03).

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

      *> Pedido 035: mismo layout que RECICLO.DAT.
       FD LIBERADOS_FILE.
       01 LIBERADO_REC.
           05 LIB_CUENTA PIC 9(08).
           05 LIB_CAMPO1 PIC X(02).
           05 LIB_CAMPO2 PIC 9(07)V9(02).
           05 LIB_RECICLOS PIC 9(02).
      *> Pedido 036: moneda de la cuenta del registro.
           05 LIB_MONEDA PIC X(03).

      *> Pedido 035: mismo layout que graban EJERCICIO5 y DELTAMAES.
       FD RETENIDOS_FILE.
       01 RETENIDO_REC.
           05 RET_CLAVE.
               10 RET_CUENTA PIC 9(08).
               10 RET_FECHA PIC 9(08).
               10 RET_ID_CORRIDA PIC X(08).
           05 RET_PROGRAMA PIC X(10).
           05 RET_NUM_REGISTRO PIC 9(09).
           05 RET_CAMPO1 PIC X(02).
           05 RET_CAMPO2 PIC 9(07)V9(02).
           05 RET_ULTIMO PIC 9(07)V9(02).
           05 RET_RECICLOS PIC 9(02).
           05 RET_MOTIVO PIC X(40).
           05 RET_USUARIO_ALTA PIC X(08).
           05 RET_ESTADO PIC X(01).
           05 RET_DISPOSICION PIC X(30).
           05 RET_USUARIO PIC X(08).
           05 RET_FECHA_DISP PIC 9(08).
           05 RET_HORA_DISP PIC X(06).
      *> Pedido 036: moneda de la cuenta del registro.
           05 RET_MONEDA PIC X(03).

      *> Pedido 035: el renglon de cantidades ya no entra en 100.
       FD CONTROL_FILE.
       01 CONTROL_REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS_END PIC X VALUE '1'.
       01 WS_SALIDA_CONTADOR PIC 9(09) VALUE 0.
       01 WS_SALIDA_SUMA PIC 9(11)V9(02) VALUE 0.
       01 WS_EXCEPCIONES_CONTADOR PIC 9(09) VALUE 0.
      *> Pedido 035: liberados reprocesados y retenidos de la corrida.
       01 WS_LIBERADOS_CONTADOR PIC 9(09) VALUE 0.
       01 WS_RETENIDOS_CONTADOR PIC 9(09) VALUE 0.
      *> Pedido 034: cuentas del maestro que no grabo la corrida.
       01 WS_ARRASTRADAS_CONTADOR PIC 9(09) VALUE 0.
       01 WS_ARRASTRADAS_SUMA PIC 9(11)V9(02) VALUE 0.
       01 WS_MAESTRO_CONTADOR PIC 9(09) VALUE 0.
       01 WS_MAESTRO_SUMA PIC 9(11)V9(02) VALUE 0.

      *> Pedido 011: AUDITORIA puede traer mas de una corrida; se
      *> concilia contra la ultima (los renglones de una misma corrida
       01 WS_SALIDA_SUMA_ED PIC 9(11).9(02).
       01 WS_AUDITORIA_SUMA_ED PIC 9(11).9(02).
       01 WS_ESTADO_CHEQUEO PIC X(07) VALUE SPACES.
       01 WS_LINEA_CONTROL PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_FECHA_HOY.
           PERFORM CONTAR_ENTRADA.
           PERFORM CONTAR_RECICLOS.
           PERFORM CONTAR_LIBERADOS.
           PERFORM CONTAR_AUDITORIA.
           PERFORM CONTAR_SALIDA.
           PERFORM CONTAR_EXCEPCIONES.
           PERFORM CONTAR_RETENIDOS.
           PERFORM ESCRIBIR_CONTROL.
           PERFORM TERMINAR.
           STOP RUN.
               AT END MOVE '0' TO WS_END
           END-READ.

       CONTAR_LIBERADOS.
           MOVE '1' TO WS_END.
           OPEN INPUT LIBERADOS_FILE.
           PERFORM LEER_LIBERADO.
           PERFORM ACUMULAR_LIBERADO
               UNTIL WS_END = '0'.
           CLOSE LIBERADOS_FILE.

       ACUMULAR_LIBERADO.
           ADD 1 TO WS_LIBERADOS_CONTADOR.
           PERFORM LEER_LIBERADO.

       LEER_LIBERADO.
           READ LIBERADOS_FILE
               AT END MOVE '0' TO WS_END
           END-READ.

       CONTAR_SALIDA.
           MOVE '1' TO WS_END.
           OPEN INPUT SALIDA_FILE.
           CLOSE SALIDA_FILE.

       ACUMULAR_SALIDA.
           ADD 1 TO WS_MAESTRO_CONTADOR.
           ADD CAMPO2_SAL TO WS_MAESTRO_SUMA.
           IF SAL_ID_CORRIDA = WS_CORRIDA_ACTUAL
               ADD 1 TO WS_SALIDA_CONTADOR
               ADD CAMPO2_SAL TO WS_SALIDA_SUMA
           ELSE
               ADD 1 TO WS_ARRASTRADAS_CONTADOR
               ADD CAMPO2_SAL TO WS_ARRASTRADAS_SUMA
           END-IF.
           PERFORM LEER_SALIDA.

       LEER_SALIDA.
               AT END MOVE '0' TO WS_END
           END-READ.

      *> Pedido 035: solo lo que retuvo la corrida auditada; las
      *> retenciones de DELTAMAES llevan su propio id y las de otras
      *> corridas ya se conciliaron en su momento.
       CONTAR_RETENIDOS.
           MOVE '1' TO WS_END.
           OPEN INPUT RETENIDOS_FILE.
           PERFORM LEER_RETENIDO.
           PERFORM ACUMULAR_RETENIDO
               UNTIL WS_END = '0'.
           CLOSE RETENIDOS_FILE.

       ACUMULAR_RETENIDO.
           IF RET_ID_CORRIDA = WS_CORRIDA_ACTUAL
                   AND RET_PROGRAMA = "EJERCICIO5"
               ADD 1 TO WS_RETENIDOS_CONTADOR
           END-IF.
           PERFORM LEER_RETENIDO.

       LEER_RETENIDO.
           READ RETENIDOS_FILE NEXT RECORD
               AT END MOVE '0' TO WS_END
           END-READ.

       CONTAR_AUDITORIA.
           MOVE '1' TO WS_END.
           OPEN INPUT AUDITORIA_FILE.
           PERFORM CHEQUEAR_CANTIDADES.
           PERFORM CHEQUEAR_IMPORTES.
           PERFORM CHEQUEAR_AUDITORIA.
           PERFORM INFORMAR_MAESTRO.
           MOVE SPACES TO CONTROL_REC.
           WRITE CONTROL_REC.
           IF WS_DIFERENCIAS = 0
      *> truncado o una corrida cortada a mitad quedan a la vista aca.
       CHEQUEAR_CANTIDADES.
           IF WS_ENTRADA_CONTADOR + WS_RECICLO_CONTADOR
                   + WS_LIBERADOS_CONTADOR
                   = WS_SALIDA_CONTADOR + WS_EXCEPCIONES_CONTADOR
                   + WS_RETENIDOS_CONTADOR
               MOVE "OK     " TO WS_ESTADO_CHEQUEO
           ELSE
               MOVE "ERROR  " TO WS_ESTADO_CHEQUEO
                  WS_ENTRADA_CONTADOR DELIMITED BY SIZE
                  " + RECICLADOS " DELIMITED BY SIZE
                  WS_RECICLO_CONTADOR DELIMITED BY SIZE
                  " + LIBERADOS " DELIMITED BY SIZE
                  WS_LIBERADOS_CONTADOR DELIMITED BY SIZE
                  " = SALIDA " DELIMITED BY SIZE
                  WS_SALIDA_CONTADOR DELIMITED BY SIZE
                  " + EXCEPCIONES " DELIMITED BY SIZE
                  WS_EXCEPCIONES_CONTADOR DELIMITED BY SIZE
                  " + RETENIDOS " DELIMITED BY SIZE
                  WS_RETENIDOS_CONTADOR DELIMITED BY SIZE
               INTO WS_LINEA_CONTROL
           END-STRING.
           WRITE CONTROL_REC FROM WS_LINEA_CONTROL.
           END-STRING.
           WRITE CONTROL_REC FROM WS_LINEA_CONTROL.

      *> Pedido 034: composicion del maestro arrastrado, a titulo
      *> informativo: lo que grabo la corrida mas lo que viene de
      *> corridas anteriores.
       INFORMAR_MAESTRO.
           MOVE SPACES TO WS_LINEA_CONTROL.
           STRING "INFO   MAESTRO " DELIMITED BY SIZE
                  WS_MAESTRO_CONTADOR DELIMITED BY SIZE
                  " = DE LA CORRIDA " DELIMITED BY SIZE
                  WS_SALIDA_CONTADOR DELIMITED BY SIZE
                  " + ARRASTRADAS " DELIMITED BY SIZE
                  WS_ARRASTRADAS_CONTADOR DELIMITED BY SIZE
               INTO WS_LINEA_CONTROL
           END-STRING.
           WRITE CONTROL_REC FROM WS_LINEA_CONTROL.
           MOVE SPACES TO WS_LINEA_CONTROL.
           MOVE WS_MAESTRO_SUMA TO WS_SALIDA_SUMA_ED.
           MOVE WS_ARRASTRADAS_SUMA TO WS_AUDITORIA_SUMA_ED.
           STRING "INFO   SUMA MAESTRO " DELIMITED BY SIZE
                  WS_SALIDA_SUMA_ED DELIMITED BY SIZE
                  "  DE LA CUAL ARRASTRADA " DELIMITED BY SIZE
                  WS_AUDITORIA_SUMA_ED DELIMITED BY SIZE
               INTO WS_LINEA_CONTROL
           END-STRING.
           WRITE CONTROL_REC FROM WS_LINEA_CONTROL.

      *> Pedido 011: fuera de balance = fin con error, para que el
      *> scheduler retenga los procesos que consumen SALIDA.DAT.
       TERMINAR.
