      *seguimiento -- resolver, re-presentar o castigar cada entrada
      *-- lo hace RECHMANT por transacciones, con su log y su reporte
      *de antiguedad.
      *
      *Pedido 033: las excepciones por estado de la cuenta (CUENTA
      *BLOQUEADA / CUENTA CERRADA, segun CUENTAS.DAT) nunca se
      *reciclan: reprocesarlas al dia siguiente daria la misma
      *excepcion mientras la cuenta siga asi. Van directo a RECHFIN,
      *y si despues se desbloquea la cuenta la re-presenta RECHMANT.
      *
      *Pedido 035: LIBERADOS.DAT, las retenciones que RETENMANT libero
      *y que la corrida ya reproceso (y CONCILIA ya conto), se vacia
      *aca por la misma razon que RECICLO.DAT se regenera: para que
      *la proxima corrida no las vuelva a aplicar.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECICLA.
           SELECT RECICLO_FILE ASSIGN TO "data/RECICLO.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL LIBERADOS_FILE ASSIGN TO "data/LIBERADOS.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 027: maestro de rechazos definitivos, en lugar del
      *> listado de texto que nadie volvia a mirar.
           SELECT OPTIONAL RECHFIN_FILE ASSIGN TO "data/RECHFIN.DAT"
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

      *> Pedido 035: mismo layout que RECICLO.DAT.
       FD LIBERADOS_FILE.
       01 LIBERADO_REC.
           05 LIB_CUENTA PIC 9(08).
           05 LIB_CAMPO1 PIC X(02).
           05 LIB_CAMPO2 PIC 9(07)V9(02).
           05 LIB_RECICLOS PIC 9(02).
      *> Pedido 036: moneda de la cuenta del registro.
           05 LIB_MONEDA PIC X(03).

      *> Pedido 027: una entrada por cuenta + fecha de rechazo, con
      *> el motivo original, el estado del seguimiento (A abierto,
           05 RFN_USUARIO PIC X(08).
           05 RFN_FECHA_DISP PIC 9(08).
           05 RFN_HORA_DISP PIC X(06).
      *> Pedido 036: moneda de la cuenta del registro.
           05 RFN_MONEDA PIC X(03).

       WORKING-STORAGE SECTION.
       01 WS_END PIC X VALUE '1'.
       01 WS_CONTADOR_LEIDAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_RECICLADAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_RECHAZADAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_NO_OPERABLES PIC 9(07) VALUE 0.
       01 WS_MOTIVO_FINAL PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           OPEN INPUT EXCEPCIONES_FILE.
           OPEN OUTPUT RECICLO_FILE.
           OPEN I-O RECHFIN_FILE.
           OPEN OUTPUT LIBERADOS_FILE.

       CLOSE_FILE.
           CLOSE EXCEPCIONES_FILE.
           CLOSE RECICLO_FILE.
           CLOSE RECHFIN_FILE.
           CLOSE LIBERADOS_FILE.

       READ_NEXT.
           READ EXCEPCIONES_FILE
       CLASIFICAR_EXCEPCION.
           ADD 1 TO WS_CONTADOR_LEIDAS.
           MOVE SPACES TO WS_MOTIVO_FINAL.
      *> Pedido 033: cuenta bloqueada o cerrada, motivo propio y
      *> contador aparte en el resumen.
           IF EXC_MOTIVO = "CUENTA BLOQUEADA"
                   OR EXC_MOTIVO = "CUENTA CERRADA"
               MOVE "CUENTA NO OPERABLE" TO WS_MOTIVO_FINAL
               ADD 1 TO WS_CONTADOR_NO_OPERABLES
           ELSE
               PERFORM CLASIFICAR_RECUPERABLE
           END-IF.
           IF WS_MOTIVO_FINAL = SPACES
               PERFORM GRABAR_RECICLO
           END-IF.
           PERFORM READ_NEXT.

       CLASIFICAR_RECUPERABLE.
           IF EXC_MOTIVO NOT = "SIN TASA VIGENTE PARA LA FECHA"
               MOVE "NO RECUPERABLE" TO WS_MOTIVO_FINAL
           ELSE
               IF EXC_RECICLOS >= WS_MAXIMO_RECICLOS
                   MOVE "PASADAS DE RECICLO AGOTADAS"
                       TO WS_MOTIVO_FINAL
               END-IF
           END-IF.

       GRABAR_RECICLO.
           ADD 1 TO WS_CONTADOR_RECICLADAS.
           MOVE EXC_CUENTA TO REC_CUENTA.
           MOVE EXC_CAMPO1 TO REC_CAMPO1.
           MOVE EXC_CAMPO2 TO REC_CAMPO2.
           MOVE EXC_MONEDA TO REC_MONEDA.
           COMPUTE REC_RECICLOS = EXC_RECICLOS + 1.
           WRITE RECICLO_REC.

           MOVE WS_FECHA_HOY TO RFN_FECHA_RECHAZO.
           MOVE EXC_CAMPO1 TO RFN_CAMPO1.
           MOVE EXC_CAMPO2 TO RFN_CAMPO2.
           MOVE EXC_MONEDA TO RFN_MONEDA.
           MOVE EXC_MOTIVO TO RFN_MOTIVO.
           MOVE EXC_RECICLOS TO RFN_PASADAS.
           MOVE 'A' TO RFN_ESTADO.
           DISPLAY "EXCEPCIONES LEIDAS:      " WS_CONTADOR_LEIDAS.
           DISPLAY "MANDADAS A RECICLO:      " WS_CONTADOR_RECICLADAS.
           DISPLAY "RECHAZOS DEFINITIVOS:    " WS_CONTADOR_RECHAZADAS.
           DISPLAY "  POR CUENTA NO OPERABLE:"
               WS_CONTADOR_NO_OPERABLES.
