      *CIERRE
      *
      *Pedido 032: cierre contable mensual. Nada impedia que AUDBACK
      *revirtiera una corrida del trimestre pasado, que DELTAMAES
      *asentara hoy sobre un mes que contaduria ya cerro, o que una
      *corrida con AS_OF_DATE reexpresara un periodo cerrado -- y cada
      *una de esas cosas nos desalinea en silencio del mayor que ya
      *cargo ASIENTOS.DAT. Este programa toma el periodo AAAAMM por
      *variable de entorno (CIE_PERIODO) y, a partir de AUDITORIA.DAT
      *y SALIDA.DAT, arma en CIERRE.TXT el saldo de apertura, las
      *novedades del envio, la suma de ajustes y el saldo de cierre de
      *cada cuenta; prueba los ajustes del mes contra los totales de
      *ASIENTOS.DAT del mismo mes y, si cuadran, asienta el periodo
      *como cerrado en PERIODOS.DAT. Desde ahi AUDBACK, DELTAMAES y
      *EJERCICIO5 se niegan a asentar con fecha dentro del periodo.
      *
      *La unica salida es una reapertura explicita (CIE_ACCION=R), con
      *usuario y motivo obligatorios, que queda en PERIODOS.DAT y en
      *CIERRE.LOG igual que el cierre; para volver a cerrar el periodo
      *reabierto se corre de nuevo el cierre, que vuelve a probar
      *todo contra ASIENTOS.
      *
      *Pedido 036: AUDITORIA queda en la moneda de cada cuenta y
      *ASIENTOS en moneda base. Los ajustes se prueban moneda por
      *moneda contra el neto asentado en moneda de origen
      *(ASN_IMPORTE_MONEDA), y el saldo cero de cada mes contra los
      *importes en moneda base. Cada cuenta del reporte lleva su
      *moneda y los totales salen uno por moneda.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE.
       AUTHOR. EQUIPO-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDITORIA_FILE ASSIGN TO "data/AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SALIDA_FILE ASSIGN TO "data/SALIDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUENTA_SAL.

           SELECT OPTIONAL ASIENTOS_FILE ASSIGN TO "data/ASIENTOS.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 032: estado de los periodos contables. Un renglon por
      *> cierre o reapertura, nunca se pisa; el estado vigente de un
      *> periodo es el de su ultimo renglon.
           SELECT OPTIONAL PERIODOS_FILE ASSIGN TO "data/PERIODOS.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL LOG_FILE ASSIGN TO "data/CIERRE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORTE_FILE ASSIGN TO "data/CIERRE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Pedido 032: el historico ordenado por cuenta, conservando el
      *> orden cronologico de cada cuenta con el numero de renglon.
           SELECT AUDITORIA_ORDENADA ASSIGN TO "data/CIERRE.SRT"
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
      *> Pedido 034: el maestro se arrastra de corrida en corrida;
      *> cada cuenta guarda la fecha, el id de corrida y el numero de
      *> registro de la ultima vez que se la grabo.
           05 SAL_FECHA_ULT PIC 9(08).
           05 SAL_ID_CORRIDA PIC X(08).
           05 SAL_NUM_REGISTRO PIC 9(09).

      *> Pedido 032: mismo renglon que graba GRABAR_ASIENTOS de
      *> EJERCICIO5 y DELTAMAES.
       FD ASIENTOS_FILE.
       01 ASIENTO_REC.
           05 ASN_FECHA PIC 9(08).
           05 ASN_ID_CORRIDA PIC X(08).
           05 ASN_CATEGORIA PIC X(06).
           05 ASN_CANTIDAD PIC 9(07).
      *> Pedido 036: IMPORTE queda en moneda base (ensanchado: una
      *> moneda extranjera convertida ya no entra en 9 enteros);
      *> MONEDA, COTIZACION e IMPORTE_MONEDA dejan a la vista de que
      *> moneda salio el renglon, a que cotizacion de la fecha se
      *> convirtio y el neto original en esa moneda. Cada moneda
      *> cierra con su propio renglon CONTRA.
           05 ASN_IMPORTE PIC S9(11)V9(02)
               SIGN LEADING SEPARATE.
           05 ASN_MONEDA PIC X(03).
           05 ASN_COTIZACION PIC 9(05)V9(06).
           05 ASN_IMPORTE_MONEDA PIC S9(11)V9(02)
               SIGN LEADING SEPARATE.

      *> Pedido 032: ESTADO C = cerrado, A = reabierto.
       FD PERIODOS_FILE.
       01 PERIODO_REC.
           05 PER_PERIODO PIC 9(06).
           05 PER_ESTADO PIC X(01).
           05 PER_FECHA PIC 9(08).
           05 PER_HORA PIC X(06).
           05 PER_USUARIO PIC X(08).
           05 PER_MOTIVO PIC X(30).

       FD LOG_FILE.
       01 LOG_REC PIC X(132).

       FD REPORTE_FILE.
       01 REPORTE_REC PIC X(160).

       FD AUDITORIA_ORDENADA.
       01 ORDENADA_REC.
           05 ORD_CUENTA PIC 9(08).
           05 ORD_SECUENCIA PIC 9(09).
           05 ORD_FECHA PIC 9(08).
           05 ORD_ID_CORRIDA PIC X(08).
           05 ORD_ANTES PIC 9(07)V9(02).
           05 ORD_DESPUES PIC 9(07)V9(02).
           05 ORD_MONEDA PIC X(03).

       SD SORT_WORK.
       01 SORT_REC.
           05 SRT_CUENTA PIC 9(08).
           05 SRT_SECUENCIA PIC 9(09).
           05 SRT_FECHA PIC 9(08).
           05 SRT_ID_CORRIDA PIC X(08).
           05 SRT_ANTES PIC 9(07)V9(02).
           05 SRT_DESPUES PIC 9(07)V9(02).
           05 SRT_MONEDA PIC X(03).

       WORKING-STORAGE SECTION.
       01 WS_END PIC X VALUE '1'.
       01 WS_FECHA_HOY PIC 9(08).
       01 WS_HORA_HOY PIC X(06).
       01 WS_PERIODO_HOY PIC 9(06).

      *> Pedido 032: pedido de cierre o reapertura, por variables de
      *> entorno como BACK_CORRIDA en AUDBACK.
       01 WS_PERIODO_TXT PIC X(06) VALUE SPACES.
       01 WS_PERIODO_NUM REDEFINES WS_PERIODO_TXT PIC 9(06).
       01 WS_PERIODO_PARTES.
           05 WS_PERIODO_ANIO PIC 9(04).
           05 WS_PERIODO_MES PIC 9(02).
       01 WS_ACCION PIC X(01) VALUE 'C'.
       01 WS_USUARIO PIC X(08) VALUE SPACES.
       01 WS_MOTIVO PIC X(30) VALUE SPACES.

       01 WS_FECHA_DESDE PIC 9(08) VALUE 0.
       01 WS_FECHA_HASTA PIC 9(08) VALUE 0.
       01 WS_ESTADO_PERIODO PIC X(01) VALUE SPACE.
       01 WS_MOTIVO_RECHAZO PIC X(40) VALUE SPACES.
       01 WS_RESULTADO PIC X(10) VALUE SPACES.

       01 WS_SECUENCIA PIC 9(09) VALUE 0.

      *> Pedido 032: acumulados de la cuenta en curso del corte de
      *> control. NOVEDADES es lo que movio el envio (CAMPO2 de
      *> entrada contra el saldo que habia), AJUSTES lo que movio el
      *> factor, REVERSIONES lo que devolvio AUDBACK; apertura +
      *> novedades + ajustes + reversiones = cierre.
       01 WS_CTA_ACTUAL PIC 9(08) VALUE 0.
       01 WS_CTA_APERTURA PIC S9(11)V9(02) VALUE 0.
       01 WS_CTA_NOVEDADES PIC S9(11)V9(02) VALUE 0.
       01 WS_CTA_AJUSTES PIC S9(11)V9(02) VALUE 0.
       01 WS_CTA_REVERSIONES PIC S9(11)V9(02) VALUE 0.
       01 WS_CTA_ULTIMO PIC S9(11)V9(02) VALUE 0.
       01 WS_CTA_MOVIMIENTOS PIC 9(07) VALUE 0.
       01 WS_CTA_MOVIDA_DESPUES PIC X(01) VALUE 'N'.
       01 WS_CTA_NOTA PIC X(24) VALUE SPACES.
       01 WS_CTA_MONEDA PIC X(03) VALUE SPACES.

       01 WS_TOT_CUENTAS PIC 9(07) VALUE 0.

      *> Pedido 036: totales y prueba contra ASIENTOS por moneda, como
      *> la tabla de monedas de EJERCICIO5; una moneda que no cuadra
      *> no la tapa otra que sobra. Un renglon sin moneda es de moneda
      *> base.
       01 WS_MONEDA_BASE PIC X(03) VALUE "ARS".
       01 WS_MONEDAS_TABLA.
           05 WS_MON_CANT PIC 9(04) VALUE 0.
           05 WS_MON OCCURS 20 TIMES INDEXED BY WS_MON_IDX.
               10 WS_MON_CODIGO PIC X(03).
               10 WS_MON_CUENTAS PIC 9(07).
               10 WS_MON_APERTURA PIC S9(11)V9(02).
               10 WS_MON_NOVEDADES PIC S9(11)V9(02).
               10 WS_MON_AJUSTES PIC S9(11)V9(02).
               10 WS_MON_REVERSIONES PIC S9(11)V9(02).
               10 WS_MON_CIERRE PIC S9(11)V9(02).
               10 WS_MON_AUD_CONTADOR PIC 9(07).
               10 WS_MON_ASN_CANTIDAD PIC 9(07).
               10 WS_MON_ASN_NETO PIC S9(11)V9(02).
       01 WS_MONEDA_ACTUAL PIC X(03) VALUE SPACES.
       01 WS_POS_MONEDA PIC 9(04) VALUE 0.
       01 WS_MONEDAS_DESBORDADAS PIC X(01) VALUE 'N'.

      *> Pedido 032: lo que se prueba contra ASIENTOS. Los renglones
      *> de backout (id B...) no tienen asiento y van aparte.
       01 WS_AUD_CONTADOR PIC 9(07) VALUE 0.
       01 WS_REV_CONTADOR PIC 9(07) VALUE 0.
      *> Pedido 036: neto de categorias en moneda base, que es el que
      *> los CONTRA dejan en cero.
       01 WS_ASN_NETO_BASE PIC S9(11)V9(02) VALUE 0.
       01 WS_ASN_CONTRA PIC S9(11)V9(02) VALUE 0.
       01 WS_ASN_SALDO PIC S9(11)V9(02) VALUE 0.

       01 WS_DIFERENCIAS PIC 9(04) VALUE 0.
       01 WS_AVISOS_SALIDA PIC 9(07) VALUE 0.
       01 WS_ESTADO_CHEQUEO PIC X(07) VALUE SPACES.

      *> Pedido 032: importes con signo para el reporte -- el signo
      *> va aparte, como el DELTA de VARIACION.
       01 WS_IMPORTE_S PIC S9(11)V9(02) VALUE 0.
       01 WS_IMPORTE_ABS PIC 9(11)V9(02) VALUE 0.
       01 WS_SIGNO PIC X(01) VALUE SPACE.
       01 WS_IMPORTE_ED PIC 9(11).9(02).
       01 WS_IMPORTE_TXT PIC X(15) VALUE SPACES.
       01 WS_APERTURA_TXT PIC X(15) VALUE SPACES.
       01 WS_NOVEDADES_TXT PIC X(15) VALUE SPACES.
       01 WS_AJUSTES_TXT PIC X(15) VALUE SPACES.
       01 WS_REVERSIONES_TXT PIC X(15) VALUE SPACES.
       01 WS_CIERRE_TXT PIC X(15) VALUE SPACES.

       01 WS_LINEA_REPORTE PIC X(160) VALUE SPACES.
       01 WS_LINEA_LOG PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       START_PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_FECHA_HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS_HORA_HOY.
           MOVE WS_FECHA_HOY(1:6) TO WS_PERIODO_HOY.
           PERFORM LEER_PARAMETROS.
           PERFORM VALIDAR_PEDIDO.
           IF WS_MOTIVO_RECHAZO NOT = SPACES
               PERFORM RECHAZAR_PEDIDO
           END-IF.
           IF WS_ACCION = 'R'
               PERFORM REABRIR_PERIODO
           ELSE
               PERFORM CERRAR_PERIODO
           END-IF.
           STOP RUN.

       LEER_PARAMETROS.
           ACCEPT WS_PERIODO_TXT FROM ENVIRONMENT "CIE_PERIODO"
               ON EXCEPTION
                   MOVE SPACES TO WS_PERIODO_TXT
           END-ACCEPT.
           ACCEPT WS_ACCION FROM ENVIRONMENT "CIE_ACCION"
               ON EXCEPTION
                   MOVE 'C' TO WS_ACCION
           END-ACCEPT.
           IF WS_ACCION = SPACE
               MOVE 'C' TO WS_ACCION
           END-IF.
           ACCEPT WS_USUARIO FROM ENVIRONMENT "CIE_USUARIO"
               ON EXCEPTION
                   MOVE SPACES TO WS_USUARIO
           END-ACCEPT.
           ACCEPT WS_MOTIVO FROM ENVIRONMENT "CIE_MOTIVO"
               ON EXCEPTION
                   MOVE SPACES TO WS_MOTIVO
           END-ACCEPT.
      *> Pedido 036: la de los renglones que no traen moneda.
           ACCEPT WS_MONEDA_BASE FROM ENVIRONMENT "MONEDA_BASE"
               ON EXCEPTION
                   MOVE "ARS" TO WS_MONEDA_BASE
           END-ACCEPT.
           IF WS_MONEDA_BASE = SPACES
               MOVE "ARS" TO WS_MONEDA_BASE
           END-IF.

      *> Pedido 032: como en TASASMANT, la primera validacion que
      *> falla fija el motivo y el pedido entero se rechaza.
       VALIDAR_PEDIDO.
           MOVE SPACES TO WS_MOTIVO_RECHAZO.
           IF WS_ACCION NOT = 'C' AND WS_ACCION NOT = 'R'
               MOVE "ACCION NO VALIDA (C/R)" TO WS_MOTIVO_RECHAZO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
               PERFORM VALIDAR_PERIODO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
                   AND WS_USUARIO = SPACES
               MOVE "USUARIO EN BLANCO" TO WS_MOTIVO_RECHAZO
           END-IF.
           IF WS_MOTIVO_RECHAZO = SPACES
               PERFORM CONSULTAR_PERIODO
               IF WS_ACCION = 'C'
                   PERFORM VALIDAR_CIERRE
               ELSE
                   PERFORM VALIDAR_REAPERTURA
               END-IF
           END-IF.

       VALIDAR_PERIODO.
           IF WS_PERIODO_TXT NOT NUMERIC
               MOVE "PERIODO NO VALIDO (AAAAMM)" TO WS_MOTIVO_RECHAZO
           ELSE
               MOVE WS_PERIODO_NUM TO WS_PERIODO_PARTES
               IF WS_PERIODO_ANIO < 1900 OR WS_PERIODO_ANIO > 2999
                       OR WS_PERIODO_MES < 01 OR WS_PERIODO_MES > 12
                   MOVE "PERIODO NO VALIDO (AAAAMM)"
                       TO WS_MOTIVO_RECHAZO
               ELSE
                   COMPUTE WS_FECHA_DESDE = WS_PERIODO_NUM * 100 + 1
                   COMPUTE WS_FECHA_HASTA = WS_PERIODO_NUM * 100 + 31
               END-IF
           END-IF.

      *> Pedido 032: un mes se cierra cuando termino; cerrar el mes en
      *> curso bloquearia la corrida de manana.
       VALIDAR_CIERRE.
           IF WS_PERIODO_NUM >= WS_PERIODO_HOY
               MOVE "PERIODO TODAVIA EN CURSO" TO WS_MOTIVO_RECHAZO
           ELSE
               IF WS_ESTADO_PERIODO = 'C'
                   MOVE "PERIODO YA CERRADO" TO WS_MOTIVO_RECHAZO
               END-IF
           END-IF.

       VALIDAR_REAPERTURA.
           IF WS_ESTADO_PERIODO NOT = 'C'
               MOVE "PERIODO NO ESTA CERRADO" TO WS_MOTIVO_RECHAZO
           ELSE
               IF WS_MOTIVO = SPACES
                   MOVE "MOTIVO DE REAPERTURA EN BLANCO"
                       TO WS_MOTIVO_RECHAZO
               END-IF
           END-IF.

      *> Pedido 032: estado vigente del periodo = el del ultimo
      *> renglon de PERIODOS.DAT para ese periodo (blanco si nunca se
      *> cerro).
       CONSULTAR_PERIODO.
           MOVE SPACE TO WS_ESTADO_PERIODO.
           MOVE '1' TO WS_END.
           OPEN INPUT PERIODOS_FILE.
           PERFORM LEER_PERIODO.
           PERFORM EVALUAR_PERIODO
               UNTIL WS_END = '0'.
           CLOSE PERIODOS_FILE.

       LEER_PERIODO.
           READ PERIODOS_FILE
               AT END MOVE '0' TO WS_END
           END-READ.

       EVALUAR_PERIODO.
           IF PER_PERIODO = WS_PERIODO_NUM
               MOVE PER_ESTADO TO WS_ESTADO_PERIODO
           END-IF.
           PERFORM LEER_PERIODO.

       RECHAZAR_PEDIDO.
           MOVE "RECHAZADA" TO WS_RESULTADO.
           PERFORM GRABAR_LOG.
           DISPLAY "PEDIDO DE CIERRE RECHAZADO: " WS_MOTIVO_RECHAZO.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *> Pedido 032: reapertura explicita -- queda en PERIODOS.DAT con
      *> usuario y motivo, y desde ese momento el periodo vuelve a
      *> aceptar asientos hasta que se lo cierre de nuevo.
       REABRIR_PERIODO.
           MOVE 'A' TO PER_ESTADO.
           PERFORM GRABAR_PERIODO.
           MOVE "APLICADA" TO WS_RESULTADO.
           PERFORM GRABAR_LOG.
           DISPLAY "PERIODO " WS_PERIODO_TXT " REABIERTO POR "
               WS_USUARIO ": " WS_MOTIVO.

       GRABAR_PERIODO.
           MOVE WS_PERIODO_NUM TO PER_PERIODO.
           MOVE WS_FECHA_HOY TO PER_FECHA.
           MOVE WS_HORA_HOY TO PER_HORA.
           MOVE WS_USUARIO TO PER_USUARIO.
           MOVE WS_MOTIVO TO PER_MOTIVO.
           OPEN EXTEND PERIODOS_FILE.
           WRITE PERIODO_REC.
           CLOSE PERIODOS_FILE.

      *> Pedido 032: saldos por cuenta y prueba contra ASIENTOS; el
      *> periodo se asienta como cerrado solamente si la prueba cuadra.
       CERRAR_PERIODO.
           PERFORM SUMAR_ASIENTOS.
           SORT SORT_WORK
               ON ASCENDING KEY SRT_CUENTA
                                SRT_SECUENCIA
               INPUT PROCEDURE IS LIBERAR_AUDITORIA
               GIVING AUDITORIA_ORDENADA.
           PERFORM ABRIR_REPORTE.
           PERFORM CALCULAR_SALDOS.
           PERFORM ESCRIBIR_TOTALES.
           PERFORM PROBAR_CONTRA_ASIENTOS.
           CLOSE REPORTE_FILE.
           IF WS_DIFERENCIAS = 0
               MOVE 'C' TO PER_ESTADO
               PERFORM GRABAR_PERIODO
               MOVE "APLICADA" TO WS_RESULTADO
           ELSE
               MOVE "NO CUADRA CONTRA ASIENTOS" TO WS_MOTIVO_RECHAZO
               MOVE "RECHAZADA" TO WS_RESULTADO
           END-IF.
           PERFORM GRABAR_LOG.
           PERFORM TERMINAR.

       SUMAR_ASIENTOS.
           MOVE '1' TO WS_END.
           OPEN INPUT ASIENTOS_FILE.
           PERFORM LEER_ASIENTO.
           PERFORM ACUMULAR_ASIENTO
               UNTIL WS_END = '0'.
           CLOSE ASIENTOS_FILE.

       LEER_ASIENTO.
           READ ASIENTOS_FILE
               AT END MOVE '0' TO WS_END
           END-READ.

       ACUMULAR_ASIENTO.
           IF ASN_FECHA >= WS_FECHA_DESDE
                   AND ASN_FECHA <= WS_FECHA_HASTA
               IF ASN_CATEGORIA = "CONTRA"
                   ADD ASN_IMPORTE TO WS_ASN_CONTRA
               ELSE
                   ADD ASN_IMPORTE TO WS_ASN_NETO_BASE
                   MOVE ASN_MONEDA TO WS_MONEDA_ACTUAL
                   PERFORM UBICAR_MONEDA
                   IF WS_POS_MONEDA > 0
                       ADD ASN_IMPORTE_MONEDA
                           TO WS_MON_ASN_NETO(WS_POS_MONEDA)
                       ADD ASN_CANTIDAD
                           TO WS_MON_ASN_CANTIDAD(WS_POS_MONEDA)
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER_ASIENTO.

      *> Pedido 036: mas monedas de las que entran en la tabla no se
      *> pueden probar; el periodo no se cierra.
       UBICAR_MONEDA.
           IF WS_MONEDA_ACTUAL = SPACES
               MOVE WS_MONEDA_BASE TO WS_MONEDA_ACTUAL
           END-IF.
           MOVE 0 TO WS_POS_MONEDA.
           PERFORM VARYING WS_MON_IDX FROM 1 BY 1
                   UNTIL WS_MON_IDX > WS_MON_CANT
               IF WS_MON_CODIGO(WS_MON_IDX) = WS_MONEDA_ACTUAL
                   SET WS_POS_MONEDA TO WS_MON_IDX
               END-IF
           END-PERFORM.
           IF WS_POS_MONEDA = 0
               IF WS_MON_CANT < 20
                   PERFORM ALTA_MONEDA
               ELSE
                   MOVE 'S' TO WS_MONEDAS_DESBORDADAS
               END-IF
           END-IF.

       ALTA_MONEDA.
           ADD 1 TO WS_MON_CANT.
           MOVE WS_MON_CANT TO WS_POS_MONEDA.
           MOVE WS_MONEDA_ACTUAL TO WS_MON_CODIGO(WS_POS_MONEDA).
           MOVE 0 TO WS_MON_CUENTAS(WS_POS_MONEDA).
           MOVE 0 TO WS_MON_APERTURA(WS_POS_MONEDA).
           MOVE 0 TO WS_MON_NOVEDADES(WS_POS_MONEDA).
           MOVE 0 TO WS_MON_AJUSTES(WS_POS_MONEDA).
           MOVE 0 TO WS_MON_REVERSIONES(WS_POS_MONEDA).
           MOVE 0 TO WS_MON_CIERRE(WS_POS_MONEDA).
           MOVE 0 TO WS_MON_AUD_CONTADOR(WS_POS_MONEDA).
           MOVE 0 TO WS_MON_ASN_CANTIDAD(WS_POS_MONEDA).
           MOVE 0 TO WS_MON_ASN_NETO(WS_POS_MONEDA).

      *> Pedido 032: todo el historico entra al SORT, tambien lo
      *> posterior al periodo: hace falta para saber si el maestro de
      *> hoy todavia refleja el saldo de cierre de la cuenta.
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
           ADD 1 TO WS_SECUENCIA.
           MOVE AUD_CUENTA TO SRT_CUENTA.
           MOVE WS_SECUENCIA TO SRT_SECUENCIA.
           MOVE AUD_FECHA_CORRIDA TO SRT_FECHA.
           MOVE AUD_ID_CORRIDA TO SRT_ID_CORRIDA.
           MOVE AUD_CAMPO2_ANTES TO SRT_ANTES.
           MOVE AUD_CAMPO2_DESPUES TO SRT_DESPUES.
           MOVE AUD_MONEDA TO SRT_MONEDA.
           RELEASE SORT_REC.
           PERFORM LEER_AUDITORIA.

       ABRIR_REPORTE.
           OPEN OUTPUT REPORTE_FILE.
           MOVE "CIERRE CONTABLE DEL PERIODO" TO REPORTE_REC.
           WRITE REPORTE_REC.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "FECHA: " DELIMITED BY SIZE
                  WS_FECHA_HOY DELIMITED BY SIZE
                  "   PERIODO: " DELIMITED BY SIZE
                  WS_PERIODO_TXT DELIMITED BY SIZE
                  "   USUARIO: " DELIMITED BY SIZE
                  WS_USUARIO DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.
           MOVE SPACES TO REPORTE_REC.
           WRITE REPORTE_REC.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "CUENTA    MON  APERTURA        NOVEDADES       "
                      DELIMITED BY SIZE
                  "AJUSTES         REVERSIONES     CIERRE"
                      DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.

      *> Pedido 032: corte de control por cuenta sobre el historico
      *> ordenado.
       CALCULAR_SALDOS.
           MOVE '1' TO WS_END.
           OPEN INPUT AUDITORIA_ORDENADA.
           OPEN INPUT SALIDA_FILE.
           PERFORM LEER_ORDENADA.
           IF WS_END NOT = '0'
               PERFORM INICIAR_CUENTA
           END-IF.
           PERFORM PROCESAR_RENGLON
               UNTIL WS_END = '0'.
           IF WS_SECUENCIA > 0
               PERFORM CERRAR_CUENTA
           END-IF.
           CLOSE AUDITORIA_ORDENADA.
           CLOSE SALIDA_FILE.

       LEER_ORDENADA.
           READ AUDITORIA_ORDENADA
               AT END MOVE '0' TO WS_END
           END-READ.

       INICIAR_CUENTA.
           MOVE ORD_CUENTA TO WS_CTA_ACTUAL.
           MOVE 0 TO WS_CTA_APERTURA.
           MOVE 0 TO WS_CTA_NOVEDADES.
           MOVE 0 TO WS_CTA_AJUSTES.
           MOVE 0 TO WS_CTA_REVERSIONES.
           MOVE 0 TO WS_CTA_ULTIMO.
           MOVE 0 TO WS_CTA_MOVIMIENTOS.
           MOVE 'N' TO WS_CTA_MOVIDA_DESPUES.
           MOVE ORD_MONEDA TO WS_CTA_MONEDA.
           IF WS_CTA_MONEDA = SPACES
               MOVE WS_MONEDA_BASE TO WS_CTA_MONEDA
           END-IF.

      *> Pedido 032: antes del periodo el renglon solo fija el saldo
      *> de apertura; dentro del periodo suma novedad y ajuste (o
      *> reversion, si es un contra-asiento de AUDBACK); despues del
      *> periodo solo marca que el maestro ya no es el del cierre.
       PROCESAR_RENGLON.
           IF ORD_CUENTA NOT = WS_CTA_ACTUAL
               PERFORM CERRAR_CUENTA
               PERFORM INICIAR_CUENTA
           END-IF.
           IF ORD_FECHA < WS_FECHA_DESDE
               MOVE ORD_DESPUES TO WS_CTA_APERTURA
               MOVE ORD_DESPUES TO WS_CTA_ULTIMO
           ELSE
               IF ORD_FECHA > WS_FECHA_HASTA
                   MOVE 'S' TO WS_CTA_MOVIDA_DESPUES
               ELSE
                   PERFORM ACUMULAR_MOVIMIENTO
               END-IF
           END-IF.
           PERFORM LEER_ORDENADA.

       ACUMULAR_MOVIMIENTO.
           ADD 1 TO WS_CTA_MOVIMIENTOS.
           COMPUTE WS_CTA_NOVEDADES = WS_CTA_NOVEDADES
               + ORD_ANTES - WS_CTA_ULTIMO.
           IF ORD_ID_CORRIDA(1:1) = 'B'
               ADD 1 TO WS_REV_CONTADOR
               COMPUTE WS_CTA_REVERSIONES = WS_CTA_REVERSIONES
                   + ORD_DESPUES - ORD_ANTES
           ELSE
               ADD 1 TO WS_AUD_CONTADOR
               MOVE WS_CTA_MONEDA TO WS_MONEDA_ACTUAL
               PERFORM UBICAR_MONEDA
               IF WS_POS_MONEDA > 0
                   ADD 1 TO WS_MON_AUD_CONTADOR(WS_POS_MONEDA)
               END-IF
               COMPUTE WS_CTA_AJUSTES = WS_CTA_AJUSTES
                   + ORD_DESPUES - ORD_ANTES
           END-IF.
           MOVE ORD_DESPUES TO WS_CTA_ULTIMO.

      *> Pedido 032: una cuenta entra al cierre si tenia saldo al
      *> empezar el mes o se movio en el mes. Si nada la toco despues
      *> del periodo, el maestro tiene que tener ese mismo saldo.
       CERRAR_CUENTA.
           IF WS_CTA_APERTURA NOT = 0 OR WS_CTA_MOVIMIENTOS > 0
               MOVE SPACES TO WS_CTA_NOTA
               IF WS_CTA_MOVIDA_DESPUES = 'S'
                   MOVE "MOVIDA DESPUES DEL MES" TO WS_CTA_NOTA
               ELSE
                   PERFORM VERIFICAR_MAESTRO
               END-IF
               ADD 1 TO WS_TOT_CUENTAS
               MOVE WS_CTA_MONEDA TO WS_MONEDA_ACTUAL
               PERFORM UBICAR_MONEDA
               IF WS_POS_MONEDA > 0
                   PERFORM ACUMULAR_MONEDA
               END-IF
               PERFORM ESCRIBIR_CUENTA
           END-IF.

       ACUMULAR_MONEDA.
           ADD 1 TO WS_MON_CUENTAS(WS_POS_MONEDA).
           ADD WS_CTA_APERTURA TO WS_MON_APERTURA(WS_POS_MONEDA).
           ADD WS_CTA_NOVEDADES TO WS_MON_NOVEDADES(WS_POS_MONEDA).
           ADD WS_CTA_AJUSTES TO WS_MON_AJUSTES(WS_POS_MONEDA).
           ADD WS_CTA_REVERSIONES TO WS_MON_REVERSIONES(WS_POS_MONEDA).
           ADD WS_CTA_ULTIMO TO WS_MON_CIERRE(WS_POS_MONEDA).

       VERIFICAR_MAESTRO.
           MOVE WS_CTA_ACTUAL TO CUENTA_SAL.
           READ SALIDA_FILE
               INVALID KEY
                   MOVE "AUSENTE EN SALIDA" TO WS_CTA_NOTA
                   ADD 1 TO WS_AVISOS_SALIDA
               NOT INVALID KEY
                   IF CAMPO2_SAL NOT = WS_CTA_ULTIMO
                       MOVE "SALIDA NO COINCIDE" TO WS_CTA_NOTA
                       ADD 1 TO WS_AVISOS_SALIDA
                   END-IF
           END-READ.

       ESCRIBIR_CUENTA.
           MOVE WS_CTA_APERTURA TO WS_IMPORTE_S.
           PERFORM EDITAR_IMPORTE.
           MOVE WS_IMPORTE_TXT TO WS_APERTURA_TXT.
           MOVE WS_CTA_NOVEDADES TO WS_IMPORTE_S.
           PERFORM EDITAR_IMPORTE.
           MOVE WS_IMPORTE_TXT TO WS_NOVEDADES_TXT.
           MOVE WS_CTA_AJUSTES TO WS_IMPORTE_S.
           PERFORM EDITAR_IMPORTE.
           MOVE WS_IMPORTE_TXT TO WS_AJUSTES_TXT.
           MOVE WS_CTA_REVERSIONES TO WS_IMPORTE_S.
           PERFORM EDITAR_IMPORTE.
           MOVE WS_IMPORTE_TXT TO WS_REVERSIONES_TXT.
           MOVE WS_CTA_ULTIMO TO WS_IMPORTE_S.
           PERFORM EDITAR_IMPORTE.
           MOVE WS_IMPORTE_TXT TO WS_CIERRE_TXT.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING WS_CTA_ACTUAL DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS_CTA_MONEDA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS_APERTURA_TXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_NOVEDADES_TXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_AJUSTES_TXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_REVERSIONES_TXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_CIERRE_TXT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS_CTA_NOTA DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.

       EDITAR_IMPORTE.
           IF WS_IMPORTE_S < 0
               MOVE '-' TO WS_SIGNO
               COMPUTE WS_IMPORTE_ABS = 0 - WS_IMPORTE_S
           ELSE
               MOVE SPACE TO WS_SIGNO
               MOVE WS_IMPORTE_S TO WS_IMPORTE_ABS
           END-IF.
           MOVE WS_IMPORTE_ABS TO WS_IMPORTE_ED.
           MOVE SPACES TO WS_IMPORTE_TXT.
           STRING WS_SIGNO DELIMITED BY SIZE
                  WS_IMPORTE_ED DELIMITED BY SIZE
               INTO WS_IMPORTE_TXT
           END-STRING.

       ESCRIBIR_TOTALES.
           MOVE SPACES TO REPORTE_REC.
           WRITE REPORTE_REC.
           PERFORM ESCRIBIR_TOTAL_MONEDA
               VARYING WS_MON_IDX FROM 1 BY 1
               UNTIL WS_MON_IDX > WS_MON_CANT.
           MOVE SPACES TO REPORTE_REC.
           WRITE REPORTE_REC.

       ESCRIBIR_TOTAL_MONEDA.
           IF WS_MON_CUENTAS(WS_MON_IDX) > 0
               MOVE WS_MON_APERTURA(WS_MON_IDX) TO WS_IMPORTE_S
               PERFORM EDITAR_IMPORTE
               MOVE WS_IMPORTE_TXT TO WS_APERTURA_TXT
               MOVE WS_MON_NOVEDADES(WS_MON_IDX) TO WS_IMPORTE_S
               PERFORM EDITAR_IMPORTE
               MOVE WS_IMPORTE_TXT TO WS_NOVEDADES_TXT
               MOVE WS_MON_AJUSTES(WS_MON_IDX) TO WS_IMPORTE_S
               PERFORM EDITAR_IMPORTE
               MOVE WS_IMPORTE_TXT TO WS_AJUSTES_TXT
               MOVE WS_MON_REVERSIONES(WS_MON_IDX) TO WS_IMPORTE_S
               PERFORM EDITAR_IMPORTE
               MOVE WS_IMPORTE_TXT TO WS_REVERSIONES_TXT
               MOVE WS_MON_CIERRE(WS_MON_IDX) TO WS_IMPORTE_S
               PERFORM EDITAR_IMPORTE
               MOVE WS_IMPORTE_TXT TO WS_CIERRE_TXT
               MOVE SPACES TO WS_LINEA_REPORTE
               STRING "TOTAL     " DELIMITED BY SIZE
                      WS_MON_CODIGO(WS_MON_IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS_APERTURA_TXT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS_NOVEDADES_TXT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS_AJUSTES_TXT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS_REVERSIONES_TXT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS_CIERRE_TXT DELIMITED BY SIZE
                      "  CUENTAS: " DELIMITED BY SIZE
                      WS_MON_CUENTAS(WS_MON_IDX) DELIMITED BY SIZE
                   INTO WS_LINEA_REPORTE
               END-STRING
               WRITE REPORTE_REC FROM WS_LINEA_REPORTE
           END-IF.

      *> Pedido 032: la prueba, con el estilo OK/ERROR de CONCILIA.
      *> Los ajustes del mes (sin los backouts, que no asientan) tienen
      *> que dar lo mismo que los asientos de categoria del mes, la
      *> cantidad de renglones tambien, y los CONTRA tienen que dejar
      *> el mes en cero. Las diferencias contra el maestro son aviso,
      *> no impiden el cierre.
       PROBAR_CONTRA_ASIENTOS.
           MOVE "PRUEBA CONTRA ASIENTOS DEL PERIODO:" TO REPORTE_REC.
           WRITE REPORTE_REC.
           PERFORM PROBAR_MONEDA
               VARYING WS_MON_IDX FROM 1 BY 1
               UNTIL WS_MON_IDX > WS_MON_CANT.
           IF WS_MONEDAS_DESBORDADAS = 'S'
               ADD 1 TO WS_DIFERENCIAS
               MOVE "ERROR  MAS DE 20 MONEDAS EN EL PERIODO"
                   TO REPORTE_REC
               WRITE REPORTE_REC
           END-IF.
           COMPUTE WS_ASN_SALDO = WS_ASN_NETO_BASE + WS_ASN_CONTRA.
           IF WS_ASN_SALDO = 0
               MOVE "OK     " TO WS_ESTADO_CHEQUEO
           ELSE
               MOVE "ERROR  " TO WS_ESTADO_CHEQUEO
               ADD 1 TO WS_DIFERENCIAS
           END-IF.
           MOVE WS_ASN_SALDO TO WS_IMPORTE_S.
           PERFORM EDITAR_IMPORTE.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING WS_ESTADO_CHEQUEO DELIMITED BY SIZE
                  "ASIENTOS + CONTRA DEL PERIODO = " DELIMITED BY SIZE
                  WS_IMPORTE_TXT DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "AVISO  REVERSIONES AUDBACK SIN ASIENTO: "
                      DELIMITED BY SIZE
                  WS_REV_CONTADOR DELIMITED BY SIZE
                  " RENGLONES (IMPORTES EN LOS TOTALES POR MONEDA)"
                      DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "AVISO  CUENTAS CUYO MAESTRO NO REFLEJA EL CIERRE: "
                      DELIMITED BY SIZE
                  WS_AVISOS_SALIDA DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.
           MOVE SPACES TO REPORTE_REC.
           WRITE REPORTE_REC.
           IF WS_DIFERENCIAS = 0
               MOVE "RESULTADO: PERIODO CERRADO" TO REPORTE_REC
           ELSE
               MOVE "RESULTADO: NO CUADRA, EL PERIODO SIGUE ABIERTO"
                   TO REPORTE_REC
           END-IF.
           WRITE REPORTE_REC.

      *> Pedido 036: cantidad y neto de una moneda: los ajustes de
      *> sus cuentas contra los asientos de categoria en esa moneda.
       PROBAR_MONEDA.
           IF WS_MON_AUD_CONTADOR(WS_MON_IDX)
                   = WS_MON_ASN_CANTIDAD(WS_MON_IDX)
               MOVE "OK     " TO WS_ESTADO_CHEQUEO
           ELSE
               MOVE "ERROR  " TO WS_ESTADO_CHEQUEO
               ADD 1 TO WS_DIFERENCIAS
           END-IF.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING WS_ESTADO_CHEQUEO DELIMITED BY SIZE
                  WS_MON_CODIGO(WS_MON_IDX) DELIMITED BY SIZE
                  " AJUSTES EN AUDITORIA " DELIMITED BY SIZE
                  WS_MON_AUD_CONTADOR(WS_MON_IDX) DELIMITED BY SIZE
                  " = REGISTROS ASENTADOS " DELIMITED BY SIZE
                  WS_MON_ASN_CANTIDAD(WS_MON_IDX) DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.
           IF WS_MON_AJUSTES(WS_MON_IDX) = WS_MON_ASN_NETO(WS_MON_IDX)
               MOVE "OK     " TO WS_ESTADO_CHEQUEO
           ELSE
               MOVE "ERROR  " TO WS_ESTADO_CHEQUEO
               ADD 1 TO WS_DIFERENCIAS
           END-IF.
           MOVE WS_MON_AJUSTES(WS_MON_IDX) TO WS_IMPORTE_S.
           PERFORM EDITAR_IMPORTE.
           MOVE WS_IMPORTE_TXT TO WS_AJUSTES_TXT.
           MOVE WS_MON_ASN_NETO(WS_MON_IDX) TO WS_IMPORTE_S.
           PERFORM EDITAR_IMPORTE.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING WS_ESTADO_CHEQUEO DELIMITED BY SIZE
                  WS_MON_CODIGO(WS_MON_IDX) DELIMITED BY SIZE
                  " SUMA DE AJUSTES " DELIMITED BY SIZE
                  WS_AJUSTES_TXT DELIMITED BY SIZE
                  " = NETO ASENTADO " DELIMITED BY SIZE
                  WS_IMPORTE_TXT DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.

      *> Pedido 032: un renglon por pedido, aceptado o rechazado, como
      *> TASASMANT.LOG.
       GRABAR_LOG.
           MOVE SPACES TO WS_LINEA_LOG.
           STRING WS_FECHA_HOY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_HORA_HOY DELIMITED BY SIZE
                  " USUARIO=" DELIMITED BY SIZE
                  WS_USUARIO DELIMITED BY SIZE
                  " ACCION=" DELIMITED BY SIZE
                  WS_ACCION DELIMITED BY SIZE
                  " PERIODO=" DELIMITED BY SIZE
                  WS_PERIODO_TXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_RESULTADO DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS_MOTIVO_RECHAZO DELIMITED BY SIZE
                  " MOTIVO: " DELIMITED BY SIZE
                  WS_MOTIVO DELIMITED BY SIZE
               INTO WS_LINEA_LOG
           END-STRING.
           OPEN EXTEND LOG_FILE.
           WRITE LOG_REC FROM WS_LINEA_LOG.
           CLOSE LOG_FILE.

      *> Pedido 032: no cuadra = fin con error, el periodo sigue
      *> abierto; maestro desalineado = advertencia.
       TERMINAR.
           DISPLAY "CIERRE DEL PERIODO " WS_PERIODO_TXT.
           DISPLAY "CUENTAS EN EL CIERRE:    " WS_TOT_CUENTAS.
           DISPLAY "AJUSTES DEL PERIODO:     " WS_AUD_CONTADOR.
           DISPLAY "REVERSIONES AUDBACK:     " WS_REV_CONTADOR.
           DISPLAY "AVISOS CONTRA MAESTRO:   " WS_AVISOS_SALIDA.
           IF WS_DIFERENCIAS > 0
               DISPLAY "PERIODO NO CERRADO: " WS_DIFERENCIAS
                   " DIFERENCIAS CONTRA ASIENTOS - VER data/CIERRE.TXT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "PERIODO " WS_PERIODO_TXT " CERRADO"
               IF WS_AVISOS_SALIDA > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
