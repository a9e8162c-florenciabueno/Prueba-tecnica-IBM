      *un trailer recalculado sobre esos detalles. Si la estructura
      *del envio no cierra, REGISTRO.VAL queda sin trailer y la
      *corrida de ajuste se niega a arrancar.
      *
      *Pedido 033: cada detalle se cruza ademas contra el maestro de
      *cuentas CUENTAS.DAT: una cuenta que no existe, o que pertenece
      *a otro origen que el del header, se rechaza aca con su motivo
      *y no llega a la corrida.
      *
      *Pedido 036: el detalle trae la moneda de la cuenta a
      *continuacion de CAMPO2. Un detalle sin moneda (los origenes de
      *siempre) se asume en moneda base, MONEDA_BASE o ARS si no
      *viene; una moneda que no son tres letras se rechaza. La moneda
      *viaja en REGISTRO.VAL en lo que era relleno, sin cambiar el
      *largo del registro.
      *
      *Pedido 039: cada rechazo de la depuracion se agrega ademas al
      *historico de excepciones HISTEXCEP.DAT (fecha y origen del
      *header, numero de registro, cuenta, CAMPO1, monto y motivo),
      *que ya no se pisa con cada envio como REGEDIT_RECHAZOS.TXT y
      *sobre el que TENDEXC arma la tendencia mensual por origen. Los
      *rechazos se juntan en memoria y se agregan al final de la
      *depuracion. Un envio muerto por un error estructural tambien
      *deja sus rechazos, mas un renglon sin cuenta con el error
      *estructural: es la evidencia para reclamarle al origen. Si no
      *hubo header legible, el renglon va con la fecha del dia y sin
      *origen.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGEDIT.
           SELECT RESUMEN_FILE ASSIGN TO "data/ENVIO_RESUMEN.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 033: maestro de estado de cuentas, mantenido por
      *> CUENTMANT.
           SELECT OPTIONAL CUENTAS_FILE ASSIGN TO "data/CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA_CUENTA.

      *> Pedido 039: historico acumulado de excepciones y rechazos de
      *> la depuracion, la corrida y la actualizacion delta; siempre
      *> EXTEND, como AUDITORIA.DAT.
           SELECT OPTIONAL HISTORICO_FILE ASSIGN TO "data/HISTEXCEP.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ENTRADA_FILE.
           05 CUENTA_VAL PIC 9(08).
           05 CAMPO1_VAL PIC X(02).
           05 CAMPO2_VAL PIC 9(07)V9(02).
      *> Pedido 036: moneda del detalle, tomada del relleno.
           05 MONEDA_VAL PIC X(03).
           05 FILLER PIC X(02).

       FD RECHAZOS_FILE.
       01 RECHAZO_REC PIC X(160).
           05 RES_ACEPTADOS PIC 9(09).
           05 RES_RECHAZADOS PIC 9(09).

       FD CUENTAS_FILE.
       01 CUENTA_REC.
           05 CTA_CUENTA PIC 9(08).
           05 CTA_ESTADO PIC X(01).
           05 CTA_ORIGEN PIC X(08).
           05 CTA_FECHA_ALTA PIC 9(08).
           05 CTA_FECHA_BAJA PIC 9(08).

      *> Pedido 039: mismo layout que graban CONSOLID, EJERCICIO5 y
      *> DELTAMAES y que lee TENDEXC. La cuenta va como texto porque
      *> en la depuracion puede venir ilegible; el monto ilegible va
      *> en cero.
       FD HISTORICO_FILE.
       01 HISTORICO_REC.
           05 HEX_FECHA PIC 9(08).
           05 HEX_ID_CORRIDA PIC X(08).
           05 HEX_PROGRAMA PIC X(10).
           05 HEX_ORIGEN PIC X(08).
           05 HEX_SECUENCIA PIC 9(04).
           05 HEX_NUM_REGISTRO PIC 9(09).
           05 HEX_CUENTA PIC X(08).
           05 HEX_CAMPO1 PIC X(02).
           05 HEX_CAMPO2 PIC 9(07)V9(02).
           05 HEX_MONEDA PIC X(03).
           05 HEX_MOTIVO PIC X(40).
           05 HEX_RECICLOS PIC 9(02).

       WORKING-STORAGE SECTION.
       01 WS_END PIC X VALUE '1'.

           05 WS_CRUDO_CAMPO2 PIC X(09).
           05 WS_CRUDO_CAMPO2_N REDEFINES WS_CRUDO_CAMPO2
               PIC 9(07)V9(02).
      *> Pedido 036: moneda de la cuenta; en blanco = moneda base.
           05 WS_CRUDO_MONEDA PIC X(03).
           05 WS_CRUDO_RESTO PIC X(57).
       01 WS_CRUDO_HEADER REDEFINES WS_REGISTRO_CRUDO.
           05 FILLER PIC X(01).
           05 WS_CRUDO_HDR_FECHA PIC X(08).
       01 WS_HDR_ORIGEN PIC X(08) VALUE SPACES.
       01 WS_HDR_SECUENCIA PIC 9(04) VALUE 0.

      *> Pedido 036: moneda que se asume para los detalles sin
      *> moneda.
       01 WS_MONEDA_BASE PIC X(03) VALUE "ARS".

      *> Pedido 039: rechazos del envio, que se agregan al historico
      *> al terminar la depuracion.
       01 WS_ID_CORRIDA PIC X(08) VALUE SPACES.
       01 WS_FECHA_HOY PIC 9(08) VALUE 0.
       01 WS_HIS_FECHA PIC 9(08) VALUE 0.
       01 WS_HISTORICO_TABLA.
           05 WS_HIS_CANT PIC 9(04) VALUE 0.
           05 WS_HIS OCCURS 5000 TIMES INDEXED BY WS_HIS_IDX.
               10 WS_HIS_NUM_REGISTRO PIC 9(09).
               10 WS_HIS_CUENTA PIC X(08).
               10 WS_HIS_CAMPO1 PIC X(02).
               10 WS_HIS_CAMPO2 PIC 9(07)V9(02).
               10 WS_HIS_MONEDA PIC X(03).
               10 WS_HIS_MOTIVO PIC X(30).
       01 WS_HIS_EXCEDIDOS PIC 9(09) VALUE 0.

       PROCEDURE DIVISION.

       START_PROGRAM.

       OPEN_FILE.
           MOVE '1' TO WS_END.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS_ID_CORRIDA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_FECHA_HOY.
           ACCEPT WS_MONEDA_BASE FROM ENVIRONMENT "MONEDA_BASE"
               ON EXCEPTION
                   MOVE "ARS" TO WS_MONEDA_BASE
           END-ACCEPT.
           IF WS_MONEDA_BASE = SPACES
               MOVE "ARS" TO WS_MONEDA_BASE
           END-IF.
           OPEN INPUT ENTRADA_FILE.
           OPEN OUTPUT VALIDADO_FILE.
           OPEN OUTPUT RECHAZOS_FILE.
           OPEN INPUT CUENTAS_FILE.
           MOVE "RECHAZOS DE LA DEPURACION DE REGISTRO.DAT"
               TO RECHAZO_REC.
           WRITE RECHAZO_REC.
           CLOSE ENTRADA_FILE.
           CLOSE VALIDADO_FILE.
           CLOSE RECHAZOS_FILE.
           CLOSE CUENTAS_FILE.

       READ_NEXT.
           READ ENTRADA_FILE
               MOVE WS_CRUDO_CUENTA_N TO CUENTA_VAL
               MOVE WS_CRUDO_CAMPO1 TO CAMPO1_VAL
               MOVE WS_CRUDO_CAMPO2_N TO CAMPO2_VAL
               IF WS_CRUDO_MONEDA = SPACES
                   MOVE WS_MONEDA_BASE TO MONEDA_VAL
               ELSE
                   MOVE WS_CRUDO_MONEDA TO MONEDA_VAL
               END-IF
               WRITE VALIDADO_REC
               ADD CAMPO2_VAL TO WS_LIMPIOS_HASH
           ELSE
                   MOVE "CAMPO2 NO NUMERICO" TO WS_MOTIVO_RECHAZO
               END-IF
           END-IF.
      *> Pedido 036: la moneda, si viene, son tres letras (codigo
      *> ISO); la cotizacion la controla la corrida contra
      *> CAMBIOS.DAT.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND WS_CRUDO_MONEDA NOT = SPACES
               IF WS_CRUDO_MONEDA NOT ALPHABETIC-UPPER
                       OR WS_CRUDO_MONEDA(1:1) = SPACE
                       OR WS_CRUDO_MONEDA(2:1) = SPACE
                       OR WS_CRUDO_MONEDA(3:1) = SPACE
                   MOVE "MONEDA NO VALIDA" TO WS_MOTIVO_RECHAZO
               END-IF
           END-IF.
      *> Pedido 033: la cuenta tiene que existir en el maestro de
      *> cuentas y pertenecer al origen que la manda; bloqueadas y
      *> cerradas pasan, las separa la corrida de ajuste.
           IF WS_MOTIVO_RECHAZO = SPACES
               PERFORM VERIFICAR_CUENTA
           END-IF.

       VERIFICAR_CUENTA.
           MOVE WS_CRUDO_CUENTA_N TO CTA_CUENTA.
           READ CUENTAS_FILE
               INVALID KEY
                   MOVE "CUENTA INEXISTENTE" TO WS_MOTIVO_RECHAZO
               NOT INVALID KEY
                   IF WS_HDR_ORIGEN NOT = SPACES
                           AND CTA_ORIGEN NOT = WS_HDR_ORIGEN
                       MOVE "CUENTA DE OTRO ORIGEN"
                           TO WS_MOTIVO_RECHAZO
                   END-IF
           END-READ.

      *> Pedido 013: guarda los totales declarados por el origen para
      *> compararlos al final contra lo que realmente llego.
       CONTAR_RECHAZO.
           ADD 1 TO WS_CONTADOR_RECHAZADOS.
           PERFORM GRABAR_RECHAZO.
           PERFORM GUARDAR_RECHAZO.

      *> Pedido 039: el rechazo queda en memoria para el historico;
      *> de lo que no es detalle no hay cuenta ni monto que guardar.
       GUARDAR_RECHAZO.
           IF WS_HIS_CANT < 5000
               ADD 1 TO WS_HIS_CANT
               MOVE WS_CONTADOR_LEIDOS
                   TO WS_HIS_NUM_REGISTRO(WS_HIS_CANT)
               MOVE WS_MOTIVO_RECHAZO TO WS_HIS_MOTIVO(WS_HIS_CANT)
               MOVE SPACES TO WS_HIS_CUENTA(WS_HIS_CANT)
               MOVE SPACES TO WS_HIS_CAMPO1(WS_HIS_CANT)
               MOVE SPACES TO WS_HIS_MONEDA(WS_HIS_CANT)
               MOVE 0 TO WS_HIS_CAMPO2(WS_HIS_CANT)
               IF WS_CRUDO_TIPO = 'D'
                   PERFORM GUARDAR_DETALLE_RECHAZADO
               END-IF
           ELSE
               ADD 1 TO WS_HIS_EXCEDIDOS
           END-IF.

       GUARDAR_DETALLE_RECHAZADO.
           MOVE WS_CRUDO_CUENTA TO WS_HIS_CUENTA(WS_HIS_CANT).
           MOVE WS_CRUDO_CAMPO1 TO WS_HIS_CAMPO1(WS_HIS_CANT).
           IF WS_CRUDO_CAMPO2 NUMERIC
               MOVE WS_CRUDO_CAMPO2_N TO WS_HIS_CAMPO2(WS_HIS_CANT)
           END-IF.
           IF WS_CRUDO_MONEDA = SPACES
               MOVE WS_MONEDA_BASE TO WS_HIS_MONEDA(WS_HIS_CANT)
           ELSE
               MOVE WS_CRUDO_MONEDA TO WS_HIS_MONEDA(WS_HIS_CANT)
           END-IF.

      *> Pedido 013: cierre estructural del envio. La cantidad del
      *> trailer se compara contra TODOS los detalles recibidos (un
               WRITE VALIDADO_REC
               PERFORM GRABAR_RESUMEN_ENVIO
           END-IF.
           PERFORM GRABAR_HISTORICO.

      *> Pedido 029: el resumen se graba solo para el envio que paso
      *> la depuracion entera -- un envio estructuralmente muerto no
           WRITE RESUMEN_REC.
           CLOSE RESUMEN_FILE.

      *> Pedido 039: los rechazos del envio, aceptado o no, pasan al
      *> historico con la fecha, el origen y la secuencia del header;
      *> el error estructural de un envio muerto va en un renglon mas.
       GRABAR_HISTORICO.
           MOVE WS_HDR_FECHA TO WS_HIS_FECHA.
           IF WS_HIS_FECHA = 0
               MOVE WS_FECHA_HOY TO WS_HIS_FECHA
           END-IF.
           OPEN EXTEND HISTORICO_FILE.
           PERFORM GRABAR_UN_HISTORICO
               VARYING WS_HIS_IDX FROM 1 BY 1
               UNTIL WS_HIS_IDX > WS_HIS_CANT.
           IF WS_ERROR_ESTRUCTURA NOT = SPACES
               PERFORM GRABAR_ERROR_ESTRUCTURA
           END-IF.
           CLOSE HISTORICO_FILE.
           IF WS_HIS_EXCEDIDOS > 0
               DISPLAY "ADVERTENCIA: " WS_HIS_EXCEDIDOS
                   " RECHAZOS NO ENTRARON AL HISTORICO (MAS DE 5000)"
           END-IF.

       GRABAR_UN_HISTORICO.
           MOVE WS_HIS_FECHA TO HEX_FECHA.
           MOVE WS_ID_CORRIDA TO HEX_ID_CORRIDA.
           MOVE "REGEDIT" TO HEX_PROGRAMA.
           MOVE WS_HDR_ORIGEN TO HEX_ORIGEN.
           MOVE WS_HDR_SECUENCIA TO HEX_SECUENCIA.
           MOVE WS_HIS_NUM_REGISTRO(WS_HIS_IDX) TO HEX_NUM_REGISTRO.
           MOVE WS_HIS_CUENTA(WS_HIS_IDX) TO HEX_CUENTA.
           MOVE WS_HIS_CAMPO1(WS_HIS_IDX) TO HEX_CAMPO1.
           MOVE WS_HIS_CAMPO2(WS_HIS_IDX) TO HEX_CAMPO2.
           MOVE WS_HIS_MONEDA(WS_HIS_IDX) TO HEX_MONEDA.
           MOVE WS_HIS_MOTIVO(WS_HIS_IDX) TO HEX_MOTIVO.
           MOVE 0 TO HEX_RECICLOS.
           WRITE HISTORICO_REC.

       GRABAR_ERROR_ESTRUCTURA.
           MOVE WS_HIS_FECHA TO HEX_FECHA.
           MOVE WS_ID_CORRIDA TO HEX_ID_CORRIDA.
           MOVE "REGEDIT" TO HEX_PROGRAMA.
           MOVE WS_HDR_ORIGEN TO HEX_ORIGEN.
           MOVE WS_HDR_SECUENCIA TO HEX_SECUENCIA.
           MOVE 0 TO HEX_NUM_REGISTRO.
           MOVE SPACES TO HEX_CUENTA.
           MOVE SPACES TO HEX_CAMPO1.
           MOVE 0 TO HEX_CAMPO2.
           MOVE SPACES TO HEX_MONEDA.
           MOVE WS_ERROR_ESTRUCTURA TO HEX_MOTIVO.
           MOVE 0 TO HEX_RECICLOS.
           WRITE HISTORICO_REC.

      *> Pedido 012: numero de registro, motivo y contenido crudo tal
      *> como vino, para poder reclamarle al origen con evidencia.
       GRABAR_RECHAZO.
