      *novedades sin tasa aplicable van a un listado de rechazos
      *propio (no a EXCEPCIONES.DAT, que es de la corrida completa y
      *del circuito de reciclo).
      *
      *Pedido 033: cada novedad se cruza contra el maestro de cuentas
      *CUENTAS.DAT. La cuenta inexistente va al listado de rechazos
      *como cualquier otro rechazo; la bloqueada o cerrada ademas se
      *agrega a EXCEPCIONES.DAT con su motivo (EXTEND, nunca OUTPUT),
      *para que RECICLA la lleve al seguimiento de RECHFIN. Por eso
      *esta actualizacion corre despues de CONCILIA y antes de
      *RECICLA: antes de CONCILIA desbalancearia la conciliacion de
      *la corrida, y despues de RECICLA la proxima corrida completa
      *regeneraria EXCEPCIONES.DAT sin que nadie la viera.
      *
      *Pedido 035: cada novedad se mide contra el ultimo valor de la
      *cuenta en el maestro con los limites por CAMPO1 de
      *LIMITES.DAT. La que los supera no se aplica: queda pendiente
      *en RETENIDOS.DAT hasta que otra persona la libere o la rechace
      *con RETENMANT. Lo liberado no vuelve por aca sino por
      *LIBERADOS.DAT a la proxima corrida completa, como un reciclo.
      *
      *Pedido 036: cada novedad trae la moneda de su cuenta (en blanco
      *es la moneda base). El ajuste sigue en la moneda de la cuenta,
      *pero los asientos se convierten a moneda base con la cotizacion
      *de la fecha de negocio de CAMBIOS.DAT, con un CONTRA por moneda.
      *Si alguna moneda de DELTAS.DAT no tiene cotizacion para la
      *fecha no se toca el maestro, igual que con un periodo cerrado.
      *
      *Pedido 039: DELTAS_RECHAZOS.TXT se pisa en cada actualizacion;
      *cada novedad rechazada se agrega ademas al historico de
      *excepciones HISTEXCEP.DAT con la fecha y el id de la
      *actualizacion, el origen duenio de la cuenta, el numero de
      *novedad, cuenta, CAMPO1, monto y motivo. Una actualizacion
      *frenada por periodo o cotizacion no llega a rechazar nada.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELTAMAES.
           SELECT TASAS_FILE ASSIGN TO "data/TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 031: tasas pactadas por cuenta, con la misma
      *> precedencia sobre la tabla por CAMPO1 que en la corrida
      *> completa.
           SELECT OPTIONAL TASACTA_FILE ASSIGN TO "data/TASACTA.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL AUDITORIA_FILE ASSIGN TO "data/AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RECHAZOS_FILE ASSIGN TO "data/DELTAS_RECHAZOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Pedido 039: historico acumulado de excepciones y rechazos,
      *> siempre EXTEND.
           SELECT OPTIONAL HISTORICO_FILE ASSIGN TO "data/HISTEXCEP.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 033: maestro de estado de cuentas y excepciones de la
      *> corrida, donde se agregan las cuentas bloqueadas/cerradas.
           SELECT OPTIONAL CUENTAS_FILE ASSIGN TO "data/CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA_CUENTA.

           SELECT OPTIONAL EXCEPCIONES_FILE
               ASSIGN TO "data/EXCEPCIONES.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 026: las actualizaciones delta asientan en la misma
      *> interfaz contable que la corrida completa, bajo su propio id
      *> de corrida.
           SELECT OPTIONAL ASIENTOS_FILE ASSIGN TO "data/ASIENTOS.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 032: periodos contables cerrados por CIERRE.
           SELECT OPTIONAL PERIODOS_FILE ASSIGN TO "data/PERIODOS.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 035: los mismos limites de movimiento y la misma cola
      *> de retenciones que la corrida completa.
           SELECT OPTIONAL LIMITES_FILE ASSIGN TO "data/LIMITES.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RETENIDOS_FILE ASSIGN TO "data/RETENIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET_CLAVE.

      *> Pedido 036: cotizaciones por moneda y fecha, mantenidas por
      *> CAMBMANT.
           SELECT OPTIONAL CAMBIOS_FILE ASSIGN TO "data/CAMBIOS.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DELTAS_FILE.
               REPLACING REGISTRO_REC BY DELTA_REC
                         CUENTA BY CUENTA_DEL
                         CAMPO1 BY CAMPO1_DEL
                         CAMPO2 BY CAMPO2_DEL
                         MONEDA BY MONEDA_DEL.

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

       FD TASAS_FILE.
       01 TASA_REC.
           05 TASA_FACTOR PIC 9V9(4).
           05 TASA_FECHA PIC 9(08).

       FD TASACTA_FILE.
       01 TASACTA_REC.
           05 TAC_CUENTA PIC 9(08).
           05 TAC_FECHA PIC 9(08).
           05 TAC_FACTOR PIC 9V9(4).
           05 TAC_MOTIVO PIC X(30).
           05 TAC_VENCIMIENTO PIC 9(08).

       FD AUDITORIA_FILE.
       01 AUDITORIA_REC.
           05 AUD_FECHA_CORRIDA PIC 9(08).
           05 AUD_CAMPO2_ANTES PIC 9(07)V9(02).
           05 AUD_CODIGO_TASA PIC X(02).
           05 AUD_CAMPO2_DESPUES PIC 9(07)V9(02).
           05 AUD_ORIGEN_TASA PIC X(01).
      *> Pedido 036: moneda de la cuenta; los CAMPO2 del renglon estan
      *> en esa moneda.
           05 AUD_MONEDA PIC X(03).

       FD RECHAZOS_FILE.
       01 RECHAZO_REC PIC X(100).

      *> Pedido 039: mismo layout que graban REGEDIT, CONSOLID y
      *> EJERCICIO5.
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

      *> Pedido 026: mismo layout de asiento que escribe la corrida
      *> completa en GRABAR_ASIENTOS de EJERCICIO5.
       FD ASIENTOS_FILE.
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

       FD CUENTAS_FILE.
       01 CUENTA_REC.
           05 CTA_CUENTA PIC 9(08).
           05 CTA_ESTADO PIC X(01).
           05 CTA_ORIGEN PIC X(08).
           05 CTA_FECHA_ALTA PIC 9(08).
           05 CTA_FECHA_BAJA PIC 9(08).

      *> Pedido 033: mismo layout que graba la corrida completa.
       FD EXCEPCIONES_FILE.
       01 EXCEPCION_REC.
           05 EXC_CUENTA PIC 9(08).
           05 EXC_CAMPO1 PIC X(02).
           05 EXC_CAMPO2 PIC 9(07)V9(02).
           05 EXC_MOTIVO PIC X(40).
           05 EXC_RECICLOS PIC 9(02).
      *> Pedido 036: moneda de la cuenta del registro.
           05 EXC_MONEDA PIC X(03).

       FD PERIODOS_FILE.
       01 PERIODO_REC.
           05 PER_PERIODO PIC 9(06).
           05 PER_ESTADO PIC X(01).
           05 PER_FECHA PIC 9(08).
           05 PER_HORA PIC X(06).
           05 PER_USUARIO PIC X(08).
           05 PER_MOTIVO PIC X(30).

      *> Pedido 035: mismos layouts que en EJERCICIO5.
       FD LIMITES_FILE.
       01 LIMITE_REC.
           05 LIM_CAMPO1 PIC X(02).
           05 LIM_PORCENTAJE PIC 9(03)V9(02).
           05 LIM_IMPORTE PIC 9(07)V9(02).

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

      *> Pedido 036: mismo layout que mantiene CAMBMANT; COTIZACION es
      *> cuanta moneda base vale una unidad de la moneda.
       FD CAMBIOS_FILE.
       01 CAMBIO_REC.
           05 CAM_MONEDA PIC X(03).
           05 CAM_FECHA PIC 9(08).
           05 CAM_COTIZACION PIC 9(05)V9(06).

       WORKING-STORAGE SECTION.
       01 WS_END PIC X VALUE '1'.
       01 WS_CODIGO_APLICADO PIC X(02).
       01 WS_FECHA_VIGENCIA PIC 9(08).
       01 WS_ID_CORRIDA PIC X(08).

      *> Pedido 032: consulta de un periodo AAAAMM en PERIODOS.DAT.
       01 WS_PERIODO_CONSULTA PIC 9(06) VALUE 0.
       01 WS_ESTADO_PERIODO PIC X(01) VALUE SPACE.
       01 WS_FIN_PERIODOS PIC X VALUE 'N'.

      *> Pedido 016: tabla de tasas y busqueda de vigencia, igual que
      *> en la corrida completa (incluido AS_OF_DATE para recalcular
      *> con la tasa de una fecha pasada).
       01 WS_FACTOR_APLICADO PIC 9V9(4).
       01 WS_MEJOR_FECHA PIC 9(08).

      *> Pedido 031: acuerdos de tasa por cuenta, igual que en la
      *> corrida completa.
       01 WS_TASAS_CUENTA_TABLA.
           05 WS_TAC_CANT PIC 9(04) VALUE 0.
           05 WS_TAC OCCURS 500 TIMES INDEXED BY WS_TAC_IDX.
               10 WS_TAC_CUENTA PIC 9(08).
               10 WS_TAC_FECHA PIC 9(08).
               10 WS_TAC_FACTOR PIC 9V9(4).
               10 WS_TAC_VENCIMIENTO PIC 9(08).
       01 WS_TAC_ENCONTRADA PIC X VALUE 'N'.
       01 WS_TAC_FACTOR_APLICADO PIC 9V9(4) VALUE 0.
       01 WS_TAC_MEJOR_FECHA PIC 9(08) VALUE 0.
       01 WS_ORIGEN_TASA PIC X(01) VALUE 'T'.
       01 WS_CONTADOR_CON_ACUERDO PIC 9(07) VALUE 0.

       01 WS_CONTADOR_LEIDAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_ACTUALIZADAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_ALTAS PIC 9(07) VALUE 0.
       01 WS_CONTADOR_RECHAZADAS PIC 9(07) VALUE 0.
       01 WS_LINEA_RECHAZO PIC X(100) VALUE SPACES.

      *> Pedido 033: motivo por el estado de la cuenta (en blanco si
      *> la cuenta opera normalmente) y cuantas se mandaron a
      *> EXCEPCIONES.DAT.
       01 WS_MOTIVO_CUENTA PIC X(40) VALUE SPACES.
       01 WS_CONTADOR_EXCEPTUADAS PIC 9(07) VALUE 0.
      *> Pedido 039: origen duenio de la cuenta de la novedad (en
      *> blanco si la cuenta no existe) y motivo para el historico.
       01 WS_ORIGEN_CUENTA PIC X(08) VALUE SPACES.
       01 WS_MOTIVO_HISTORICO PIC X(40) VALUE SPACES.

      *> Pedido 035: limites de movimiento por CAMPO1 y resultado del
      *> control de la novedad en proceso.
       01 WS_LIMITES_TABLA.
           05 WS_LIM_CANT PIC 9(04) VALUE 0.
           05 WS_LIM OCCURS 50 TIMES INDEXED BY WS_LIM_IDX.
               10 WS_LIM_CAMPO1 PIC X(02).
               10 WS_LIM_PORCENTAJE PIC 9(03)V9(02).
               10 WS_LIM_IMPORTE PIC 9(07)V9(02).
       01 WS_POS_LIMITE PIC 9(04) VALUE 0.
       01 WS_ULTIMO_DESPUES PIC 9(07)V9(02) VALUE 0.
       01 WS_VARIACION_IMPORTE PIC 9(07)V9(02) VALUE 0.
       01 WS_VARIACION_PCT PIC 9(05)V9(02) VALUE 0.
       01 WS_MOTIVO_RETENCION PIC X(40) VALUE SPACES.
       01 WS_CONTADOR_RETENIDAS PIC 9(07) VALUE 0.
       01 WS_USUARIO_CORRIDA PIC X(08) VALUE SPACES.

      *> Pedido 026: acumulado de las novedades aplicadas para los
      *> asientos contables de la actualizacion.
      *> Pedido 036: la apertura AA/BB/OTRA (monto de la novedad y
      *> monto ajustado) pasa a llevarse por moneda en WS_MONEDAS_TABLA;
      *> aca queda el total de novedades aplicadas.
       01 WS_RESUMEN.
           05 WS_TOTAL_CONTADOR PIC 9(07) VALUE 0.
       01 WS_ASIENTO_NETO PIC S9(11)V9(02) VALUE 0.
       01 WS_ASIENTO_TOTAL PIC S9(11)V9(02) VALUE 0.
       01 WS_ASIENTO_NETO_MON PIC S9(11)V9(02) VALUE 0.
       01 WS_ASIENTO_TOTAL_MON PIC S9(11)V9(02) VALUE 0.
       01 WS_ASN_CATEGORIA PIC X(06) VALUE SPACES.
       01 WS_ASN_CANTIDAD PIC 9(07) VALUE 0.

      *> Pedido 036: monedas de DELTAS.DAT con su cotizacion de la
      *> fecha de negocio (la moneda base vale 1) y su acumulado
      *> AA/BB/OTRA para los asientos.
       01 WS_MONEDA_BASE PIC X(03) VALUE "ARS".
       01 WS_MONEDAS_TABLA.
           05 WS_MON_CANT PIC 9(04) VALUE 0.
           05 WS_MON OCCURS 20 TIMES INDEXED BY WS_MON_IDX.
               10 WS_MON_CODIGO PIC X(03).
               10 WS_MON_COTIZADA PIC X(01).
               10 WS_MON_COTIZACION PIC 9(05)V9(06).
               10 WS_MON_AA_CONTADOR PIC 9(07).
               10 WS_MON_AA_ANTES PIC 9(11)V9(02).
               10 WS_MON_AA_DESPUES PIC 9(11)V9(02).
               10 WS_MON_BB_CONTADOR PIC 9(07).
               10 WS_MON_BB_ANTES PIC 9(11)V9(02).
               10 WS_MON_BB_DESPUES PIC 9(11)V9(02).
               10 WS_MON_OTRA_CONTADOR PIC 9(07).
               10 WS_MON_OTRA_ANTES PIC 9(11)V9(02).
               10 WS_MON_OTRA_DESPUES PIC 9(11)V9(02).
               10 WS_MON_TOTAL_CONTADOR PIC 9(07).
       01 WS_MONEDA_ACTUAL PIC X(03) VALUE SPACES.
       01 WS_POS_MONEDA PIC 9(04) VALUE 0.
       01 WS_MONEDA_FALTANTE PIC X(03) VALUE SPACES.
       01 WS_FIN_CAMBIOS PIC X VALUE 'N'.

       PROCEDURE DIVISION.

       START_PROGRAM.
           PERFORM CARGAR_TASAS.
           PERFORM CARGAR_TASAS_CUENTA.
           PERFORM CARGAR_LIMITES.
           PERFORM OPEN_FILE.
           PERFORM READ_NEXT.
           PERFORM PROCESAR_DELTA
               AT END MOVE '9' TO WS_END
           END-READ.

       CARGAR_TASAS_CUENTA.
           MOVE '1' TO WS_END.
           OPEN INPUT TASACTA_FILE.
           PERFORM LEER_TASA_CUENTA.
           PERFORM CARGAR_UNA_TASA_CUENTA
               UNTIL WS_END = '9'.
           CLOSE TASACTA_FILE.

       CARGAR_UNA_TASA_CUENTA.
           IF WS_TAC_CANT < 500
               ADD 1 TO WS_TAC_CANT
               MOVE TAC_CUENTA TO WS_TAC_CUENTA(WS_TAC_CANT)
               MOVE TAC_FECHA TO WS_TAC_FECHA(WS_TAC_CANT)
               MOVE TAC_FACTOR TO WS_TAC_FACTOR(WS_TAC_CANT)
               MOVE TAC_VENCIMIENTO TO WS_TAC_VENCIMIENTO(WS_TAC_CANT)
           ELSE
               DISPLAY "ADVERTENCIA: TASACTA.DAT supera el limite de "
                   "500 acuerdos en memoria, se descarta CUENTA="
                   TAC_CUENTA " FECHA=" TAC_FECHA
           END-IF.
           PERFORM LEER_TASA_CUENTA.

       LEER_TASA_CUENTA.
           READ TASACTA_FILE
               AT END MOVE '9' TO WS_END
           END-READ.

      *> Pedido 035: limites de movimiento por CAMPO1.
       CARGAR_LIMITES.
           MOVE '1' TO WS_END.
           OPEN INPUT LIMITES_FILE.
           PERFORM LEER_LIMITE.
           PERFORM CARGAR_UN_LIMITE
               UNTIL WS_END = '9'.
           CLOSE LIMITES_FILE.

       LEER_LIMITE.
           READ LIMITES_FILE
               AT END MOVE '9' TO WS_END
           END-READ.

       CARGAR_UN_LIMITE.
           IF WS_LIM_CANT < 50
               ADD 1 TO WS_LIM_CANT
               MOVE LIM_CAMPO1 TO WS_LIM_CAMPO1(WS_LIM_CANT)
               MOVE LIM_PORCENTAJE TO WS_LIM_PORCENTAJE(WS_LIM_CANT)
               MOVE LIM_IMPORTE TO WS_LIM_IMPORTE(WS_LIM_CANT)
           ELSE
               DISPLAY "ADVERTENCIA: LIMITES.DAT supera el limite de "
                   "50 codigos en memoria, se descarta CAMPO1="
                   LIM_CAMPO1
           END-IF.
           PERFORM LEER_LIMITE.

       OPEN_FILE.
           MOVE '1' TO WS_END.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_FECHA_CORRIDA.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS_ID_CORRIDA.
           PERFORM FIJAR_FECHA_VIGENCIA.
           PERFORM VERIFICAR_PERIODO.
           PERFORM VERIFICAR_COTIZACIONES.
      *> Pedido 035: quien lanza la actualizacion queda como autor
      *> de lo que se retenga en ella.
           ACCEPT WS_USUARIO_CORRIDA FROM ENVIRONMENT "USUARIO_CORRIDA"
               ON EXCEPTION
                   MOVE SPACES TO WS_USUARIO_CORRIDA
           END-ACCEPT.
           IF WS_USUARIO_CORRIDA = SPACES
               MOVE "BATCH" TO WS_USUARIO_CORRIDA
           END-IF.
           OPEN INPUT DELTAS_FILE.
           OPEN I-O SALIDA_FILE.
           OPEN EXTEND AUDITORIA_FILE.
           OPEN OUTPUT RECHAZOS_FILE.
           OPEN EXTEND HISTORICO_FILE.
           OPEN INPUT CUENTAS_FILE.
           OPEN EXTEND EXCEPCIONES_FILE.
           OPEN I-O RETENIDOS_FILE.
           MOVE "NOVEDADES RECHAZADAS POR LA ACTUALIZACION DELTA"
               TO RECHAZO_REC.
           WRITE RECHAZO_REC.
               MOVE WS_FECHA_CORRIDA TO WS_FECHA_VIGENCIA
           END-IF.

      *> Pedido 032: la actualizacion asienta con fecha de hoy y
      *> puede recalcular a una AS_OF_DATE; si cualquiera de las dos
      *> cae en un periodo cerrado por CIERRE no se toca el maestro.
       VERIFICAR_PERIODO.
           MOVE WS_FECHA_CORRIDA(1:6) TO WS_PERIODO_CONSULTA.
           PERFORM CONSULTAR_PERIODO.
           IF WS_ESTADO_PERIODO NOT = 'C'
               MOVE WS_FECHA_VIGENCIA(1:6) TO WS_PERIODO_CONSULTA
               PERFORM CONSULTAR_PERIODO
           END-IF.
           IF WS_ESTADO_PERIODO = 'C'
               DISPLAY "ACTUALIZACION RECHAZADA: PERIODO "
                   WS_PERIODO_CONSULTA " CERRADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONSULTAR_PERIODO.
           MOVE SPACE TO WS_ESTADO_PERIODO.
           MOVE 'N' TO WS_FIN_PERIODOS.
           OPEN INPUT PERIODOS_FILE.
           PERFORM LEER_PERIODO.
           PERFORM EVALUAR_PERIODO
               UNTIL WS_FIN_PERIODOS = 'S'.
           CLOSE PERIODOS_FILE.

       LEER_PERIODO.
           READ PERIODOS_FILE
               AT END MOVE 'S' TO WS_FIN_PERIODOS
           END-READ.

       EVALUAR_PERIODO.
           IF PER_PERIODO = WS_PERIODO_CONSULTA
               MOVE PER_ESTADO TO WS_ESTADO_PERIODO
           END-IF.
           PERFORM LEER_PERIODO.

      *> Pedido 036: antes de tocar el maestro se relevan las monedas
      *> de DELTAS.DAT y se busca la cotizacion de cada una para la
      *> fecha de negocio; una moneda sin cotizacion frena la
      *> actualizacion completa, como un periodo cerrado.
       VERIFICAR_COTIZACIONES.
           ACCEPT WS_MONEDA_BASE FROM ENVIRONMENT "MONEDA_BASE"
               ON EXCEPTION
                   MOVE "ARS" TO WS_MONEDA_BASE
           END-ACCEPT.
           IF WS_MONEDA_BASE = SPACES
               MOVE "ARS" TO WS_MONEDA_BASE
           END-IF.
           OPEN INPUT DELTAS_FILE.
           PERFORM READ_NEXT.
           PERFORM RELEVAR_MONEDA
               UNTIL WS_END = '0'.
           CLOSE DELTAS_FILE.
           MOVE '1' TO WS_END.
           PERFORM CARGAR_COTIZACIONES.
           MOVE SPACES TO WS_MONEDA_FALTANTE.
           PERFORM VARYING WS_MON_IDX FROM 1 BY 1
                   UNTIL WS_MON_IDX > WS_MON_CANT
               IF WS_MON_COTIZADA(WS_MON_IDX) NOT = 'S'
                   AND WS_MONEDA_FALTANTE = SPACES
                   MOVE WS_MON_CODIGO(WS_MON_IDX) TO WS_MONEDA_FALTANTE
               END-IF
           END-PERFORM.
           IF WS_MONEDA_FALTANTE NOT = SPACES
               DISPLAY "ACTUALIZACION RECHAZADA: MONEDA "
                   WS_MONEDA_FALTANTE " SIN COTIZACION PARA "
                   WS_FECHA_CORRIDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RELEVAR_MONEDA.
           IF MONEDA_DEL = SPACES
               MOVE WS_MONEDA_BASE TO MONEDA_DEL
           END-IF.
           MOVE MONEDA_DEL TO WS_MONEDA_ACTUAL.
           PERFORM UBICAR_MONEDA.
           IF WS_POS_MONEDA = 0
               DISPLAY "ACTUALIZACION RECHAZADA: MAS DE 20 MONEDAS "
                   "EN DELTAS.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ_NEXT.

       UBICAR_MONEDA.
           MOVE 0 TO WS_POS_MONEDA.
           PERFORM VARYING WS_MON_IDX FROM 1 BY 1
                   UNTIL WS_MON_IDX > WS_MON_CANT
               IF WS_MON_CODIGO(WS_MON_IDX) = WS_MONEDA_ACTUAL
                   SET WS_POS_MONEDA TO WS_MON_IDX
               END-IF
           END-PERFORM.
           IF WS_POS_MONEDA = 0 AND WS_MON_CANT < 20
               PERFORM ALTA_MONEDA
           END-IF.

       ALTA_MONEDA.
           ADD 1 TO WS_MON_CANT.
           MOVE WS_MON_CANT TO WS_POS_MONEDA.
           MOVE WS_MONEDA_ACTUAL TO WS_MON_CODIGO(WS_POS_MONEDA).
           IF WS_MONEDA_ACTUAL = WS_MONEDA_BASE
               MOVE 'S' TO WS_MON_COTIZADA(WS_POS_MONEDA)
               MOVE 1 TO WS_MON_COTIZACION(WS_POS_MONEDA)
           ELSE
               MOVE 'N' TO WS_MON_COTIZADA(WS_POS_MONEDA)
               MOVE 0 TO WS_MON_COTIZACION(WS_POS_MONEDA)
           END-IF.
           MOVE 0 TO WS_MON_AA_CONTADOR(WS_POS_MONEDA).
           MOVE 0 TO WS_MON_AA_ANTES(WS_POS_MONEDA).
           MOVE 0 TO WS_MON_AA_DESPUES(WS_POS_MONEDA).
           MOVE 0 TO WS_MON_BB_CONTADOR(WS_POS_MONEDA).
           MOVE 0 TO WS_MON_BB_ANTES(WS_POS_MONEDA).
           MOVE 0 TO WS_MON_BB_DESPUES(WS_POS_MONEDA).
           MOVE 0 TO WS_MON_OTRA_CONTADOR(WS_POS_MONEDA).
           MOVE 0 TO WS_MON_OTRA_ANTES(WS_POS_MONEDA).
           MOVE 0 TO WS_MON_OTRA_DESPUES(WS_POS_MONEDA).
           MOVE 0 TO WS_MON_TOTAL_CONTADOR(WS_POS_MONEDA).

      *> Pedido 036: solo cuenta la cotizacion cargada para la fecha
      *> de negocio exacta; la moneda base no lleva cotizacion.
       CARGAR_COTIZACIONES.
           MOVE 'N' TO WS_FIN_CAMBIOS.
           OPEN INPUT CAMBIOS_FILE.
           PERFORM LEER_CAMBIO.
           PERFORM TOMAR_COTIZACION
               UNTIL WS_FIN_CAMBIOS = 'S'.
           CLOSE CAMBIOS_FILE.

       LEER_CAMBIO.
           READ CAMBIOS_FILE
               AT END MOVE 'S' TO WS_FIN_CAMBIOS
           END-READ.

       TOMAR_COTIZACION.
           IF CAM_FECHA = WS_FECHA_CORRIDA
                   AND CAM_MONEDA NOT = WS_MONEDA_BASE
               PERFORM VARYING WS_MON_IDX FROM 1 BY 1
                       UNTIL WS_MON_IDX > WS_MON_CANT
                   IF WS_MON_CODIGO(WS_MON_IDX) = CAM_MONEDA
                       MOVE CAM_COTIZACION
                           TO WS_MON_COTIZACION(WS_MON_IDX)
                       MOVE 'S' TO WS_MON_COTIZADA(WS_MON_IDX)
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM LEER_CAMBIO.

       CLOSE_FILE.
           CLOSE DELTAS_FILE.
           CLOSE SALIDA_FILE.
           CLOSE AUDITORIA_FILE.
           CLOSE RECHAZOS_FILE.
           CLOSE HISTORICO_FILE.
           CLOSE CUENTAS_FILE.
           CLOSE EXCEPCIONES_FILE.
           CLOSE RETENIDOS_FILE.

       READ_NEXT.
           READ DELTAS_FILE
      *> corrida completa y toca solamente su cuenta en el maestro.
       PROCESAR_DELTA.
           ADD 1 TO WS_CONTADOR_LEIDAS.
           IF MONEDA_DEL = SPACES
               MOVE WS_MONEDA_BASE TO MONEDA_DEL
           END-IF.
           PERFORM VERIFICAR_ESTADO_CUENTA.
           IF WS_MOTIVO_CUENTA NOT = SPACES
               PERFORM GRABAR_RECHAZO
               IF WS_MOTIVO_CUENTA NOT = "CUENTA INEXISTENTE"
                   PERFORM GRABAR_EXCEPCION
               END-IF
           ELSE
               PERFORM VERIFICAR_MOVIMIENTO
               IF WS_MOTIVO_RETENCION NOT = SPACES
                   PERFORM GRABAR_RETENIDO
               ELSE
                   PERFORM APLICAR_DELTA
               END-IF
           END-IF.
           PERFORM READ_NEXT.

       APLICAR_DELTA.
           PERFORM BUSCAR_TASA.
           IF WS_TASA_ENCONTRADA = 'S'
               PERFORM ACTUALIZAR_MAESTRO
           ELSE
               PERFORM GRABAR_RECHAZO
           END-IF.

      *> Pedido 035: mismo control que VERIFICAR_MOVIMIENTO de
      *> EJERCICIO5: el monto de la novedad contra el ultimo valor de
      *> la cuenta en el maestro (una cuenta nueva, contra cero).
       VERIFICAR_MOVIMIENTO.
           MOVE SPACES TO WS_MOTIVO_RETENCION.
           PERFORM BUSCAR_LIMITE.
           IF WS_POS_LIMITE > 0
               PERFORM MEDIR_MOVIMIENTO
           END-IF.

       BUSCAR_LIMITE.
           MOVE 0 TO WS_POS_LIMITE.
           PERFORM VARYING WS_LIM_IDX FROM 1 BY 1
                   UNTIL WS_LIM_IDX > WS_LIM_CANT
               IF WS_LIM_CAMPO1(WS_LIM_IDX) = CAMPO1_DEL
                   SET WS_POS_LIMITE TO WS_LIM_IDX
               END-IF
           END-PERFORM.

       MEDIR_MOVIMIENTO.
           MOVE CUENTA_DEL TO CUENTA_SAL.
           READ SALIDA_FILE
               INVALID KEY
                   MOVE 0 TO WS_ULTIMO_DESPUES
               NOT INVALID KEY
                   MOVE CAMPO2_SAL TO WS_ULTIMO_DESPUES
           END-READ.
           IF CAMPO2_DEL >= WS_ULTIMO_DESPUES
               COMPUTE WS_VARIACION_IMPORTE =
                   CAMPO2_DEL - WS_ULTIMO_DESPUES
           ELSE
               COMPUTE WS_VARIACION_IMPORTE =
                   WS_ULTIMO_DESPUES - CAMPO2_DEL
           END-IF.
           IF WS_LIM_IMPORTE(WS_POS_LIMITE) > 0
                   AND WS_VARIACION_IMPORTE
                       > WS_LIM_IMPORTE(WS_POS_LIMITE)
               MOVE "MOVIMIENTO SOBRE LIMITE DE IMPORTE"
                   TO WS_MOTIVO_RETENCION
           END-IF.
           IF WS_MOTIVO_RETENCION = SPACES
                   AND WS_LIM_PORCENTAJE(WS_POS_LIMITE) > 0
                   AND WS_ULTIMO_DESPUES > 0
               COMPUTE WS_VARIACION_PCT ROUNDED =
                   WS_VARIACION_IMPORTE * 100 / WS_ULTIMO_DESPUES
                   ON SIZE ERROR MOVE 99999.99 TO WS_VARIACION_PCT
               END-COMPUTE
               IF WS_VARIACION_PCT > WS_LIM_PORCENTAJE(WS_POS_LIMITE)
                   MOVE "MOVIMIENTO SOBRE LIMITE PORCENTUAL"
                       TO WS_MOTIVO_RETENCION
               END-IF
           END-IF.

      *> Pedido 035: la actualizacion no se reanuda, asi que una
      *> clave ya grabada en esta ejecucion es la misma cuenta
      *> retenida dos veces en DELTAS.DAT; la segunda novedad va al
      *> listado de rechazos.
       GRABAR_RETENIDO.
           MOVE CUENTA_DEL TO RET_CUENTA.
           MOVE WS_FECHA_CORRIDA TO RET_FECHA.
           MOVE WS_ID_CORRIDA TO RET_ID_CORRIDA.
           READ RETENIDOS_FILE
               INVALID KEY
                   PERFORM ALTA_RETENIDO
               NOT INVALID KEY
                   MOVE "CUENTA YA RETENIDA EN ESTA ACTUALIZACION"
                       TO WS_MOTIVO_CUENTA
                   PERFORM GRABAR_RECHAZO
           END-READ.

       ALTA_RETENIDO.
           ADD 1 TO WS_CONTADOR_RETENIDAS.
           MOVE "DELTAMAES" TO RET_PROGRAMA.
           MOVE WS_CONTADOR_LEIDAS TO RET_NUM_REGISTRO.
           MOVE CAMPO1_DEL TO RET_CAMPO1.
           MOVE CAMPO2_DEL TO RET_CAMPO2.
           MOVE WS_ULTIMO_DESPUES TO RET_ULTIMO.
           MOVE 0 TO RET_RECICLOS.
           MOVE WS_MOTIVO_RETENCION TO RET_MOTIVO.
           MOVE WS_USUARIO_CORRIDA TO RET_USUARIO_ALTA.
           MOVE 'P' TO RET_ESTADO.
           MOVE SPACES TO RET_DISPOSICION.
           MOVE SPACES TO RET_USUARIO.
           MOVE 0 TO RET_FECHA_DISP.
           MOVE SPACES TO RET_HORA_DISP.
           MOVE MONEDA_DEL TO RET_MONEDA.
           WRITE RETENIDO_REC.

      *> Pedido 033: las novedades no pasan por REGEDIT, asi que aca
      *> se controla tambien que la cuenta exista en el maestro.
       VERIFICAR_ESTADO_CUENTA.
           MOVE SPACES TO WS_MOTIVO_CUENTA.
           MOVE SPACES TO WS_ORIGEN_CUENTA.
           MOVE CUENTA_DEL TO CTA_CUENTA.
           READ CUENTAS_FILE
               INVALID KEY
                   MOVE "CUENTA INEXISTENTE" TO WS_MOTIVO_CUENTA
               NOT INVALID KEY
                   MOVE CTA_ORIGEN TO WS_ORIGEN_CUENTA
                   IF CTA_ESTADO = 'B'
                       MOVE "CUENTA BLOQUEADA" TO WS_MOTIVO_CUENTA
                   END-IF
                   IF CTA_ESTADO = 'C'
                       MOVE "CUENTA CERRADA" TO WS_MOTIVO_CUENTA
                   END-IF
           END-READ.

       GRABAR_EXCEPCION.
           ADD 1 TO WS_CONTADOR_EXCEPTUADAS.
           MOVE CUENTA_DEL TO EXC_CUENTA.
           MOVE CAMPO1_DEL TO EXC_CAMPO1.
           MOVE CAMPO2_DEL TO EXC_CAMPO2.
           MOVE WS_MOTIVO_CUENTA TO EXC_MOTIVO.
           MOVE 0 TO EXC_RECICLOS.
           MOVE MONEDA_DEL TO EXC_MONEDA.
           WRITE EXCEPCION_REC.

      *> Pedido 026: misma apertura AA/BB/OTRA del resumen de la
      *> corrida completa, sobre el monto de la novedad y el monto
      *> ajustado que quedo en el maestro.
      *> Pedido 036: acumulado dentro de la moneda de la novedad.
       ACUMULAR_CATEGORIA.
           ADD 1 TO WS_TOTAL_CONTADOR.
           MOVE MONEDA_DEL TO WS_MONEDA_ACTUAL.
           PERFORM UBICAR_MONEDA.
           ADD 1 TO WS_MON_TOTAL_CONTADOR(WS_POS_MONEDA).
           IF WS_CODIGO_APLICADO = 'AA'
               ADD 1 TO WS_MON_AA_CONTADOR(WS_POS_MONEDA)
               ADD CAMPO2_DEL TO WS_MON_AA_ANTES(WS_POS_MONEDA)
               ADD CAMPO2_SAL TO WS_MON_AA_DESPUES(WS_POS_MONEDA)
           ELSE
               IF WS_CODIGO_APLICADO = 'BB'
                   ADD 1 TO WS_MON_BB_CONTADOR(WS_POS_MONEDA)
                   ADD CAMPO2_DEL TO WS_MON_BB_ANTES(WS_POS_MONEDA)
                   ADD CAMPO2_SAL TO WS_MON_BB_DESPUES(WS_POS_MONEDA)
               ELSE
                   ADD 1 TO WS_MON_OTRA_CONTADOR(WS_POS_MONEDA)
                   ADD CAMPO2_DEL TO WS_MON_OTRA_ANTES(WS_POS_MONEDA)
                   ADD CAMPO2_SAL
                       TO WS_MON_OTRA_DESPUES(WS_POS_MONEDA)
               END-IF
           END-IF.

                   END-IF
               END-IF
           END-PERFORM.
      *> Pedido 031: el acuerdo vigente de la cuenta le gana a la
      *> tabla por CAMPO1, con la misma regla que BUSCAR_TASA de
      *> EJERCICIO5 (el codigo de CAMPO1 igual tiene que ser conocido).
           MOVE 'T' TO WS_ORIGEN_TASA.
           IF WS_CODIGO_CONOCIDO = 'S'
               PERFORM BUSCAR_TASA_CUENTA
               IF WS_TAC_ENCONTRADA = 'S'
                   MOVE WS_TAC_FACTOR_APLICADO TO WS_FACTOR_APLICADO
                   MOVE CAMPO1_DEL TO WS_CODIGO_APLICADO
                   MOVE 'C' TO WS_ORIGEN_TASA
                   MOVE 'S' TO WS_TASA_ENCONTRADA
               END-IF
           END-IF.

       BUSCAR_TASA_CUENTA.
           MOVE 'N' TO WS_TAC_ENCONTRADA.
           MOVE 0 TO WS_TAC_FACTOR_APLICADO.
           MOVE 0 TO WS_TAC_MEJOR_FECHA.
           PERFORM VARYING WS_TAC_IDX FROM 1 BY 1
                   UNTIL WS_TAC_IDX > WS_TAC_CANT
               IF WS_TAC_CUENTA(WS_TAC_IDX) = CUENTA_DEL
                   AND WS_TAC_FECHA(WS_TAC_IDX) <= WS_FECHA_VIGENCIA
                   AND WS_TAC_FECHA(WS_TAC_IDX) >= WS_TAC_MEJOR_FECHA
                   AND (WS_TAC_VENCIMIENTO(WS_TAC_IDX) = 0
                     OR WS_TAC_VENCIMIENTO(WS_TAC_IDX)
                        >= WS_FECHA_VIGENCIA)
                       MOVE WS_TAC_FECHA(WS_TAC_IDX)
                           TO WS_TAC_MEJOR_FECHA
                       MOVE WS_TAC_FACTOR(WS_TAC_IDX)
                           TO WS_TAC_FACTOR_APLICADO
                       MOVE 'S' TO WS_TAC_ENCONTRADA
               END-IF
           END-PERFORM.

      *> Pedido 016: REWRITE pisa la cuenta existente con su nuevo
      *> monto ajustado; si la cuenta no estaba en el maestro es un
           MOVE CAMPO1_DEL TO CAMPO1_SAL.
           COMPUTE CAMPO2_SAL ROUNDED =
               CAMPO2_DEL * WS_FACTOR_APLICADO.
           MOVE MONEDA_DEL TO MONEDA_SAL.
           PERFORM MARCAR_MAESTRO.
           WRITE SALIDA_REC.

       REESCRIBIR_MAESTRO.
           MOVE CAMPO1_DEL TO CAMPO1_SAL.
           COMPUTE CAMPO2_SAL ROUNDED =
               CAMPO2_DEL * WS_FACTOR_APLICADO.
           MOVE MONEDA_DEL TO MONEDA_SAL.
           PERFORM MARCAR_MAESTRO.
           REWRITE SALIDA_REC.

      *> Pedido 034: la cuenta queda marcada con esta actualizacion
      *> como ultima grabacion, igual que en la corrida completa.
       MARCAR_MAESTRO.
           MOVE WS_FECHA_CORRIDA TO SAL_FECHA_ULT.
           MOVE WS_ID_CORRIDA TO SAL_ID_CORRIDA.
           MOVE WS_CONTADOR_LEIDAS TO SAL_NUM_REGISTRO.

       GRABAR_AUDITORIA.
           MOVE WS_FECHA_CORRIDA TO AUD_FECHA_CORRIDA.
           MOVE WS_ID_CORRIDA TO AUD_ID_CORRIDA.
           MOVE CAMPO2_DEL TO AUD_CAMPO2_ANTES.
           MOVE WS_CODIGO_APLICADO TO AUD_CODIGO_TASA.
           MOVE CAMPO2_SAL TO AUD_CAMPO2_DESPUES.
           MOVE WS_ORIGEN_TASA TO AUD_ORIGEN_TASA.
           MOVE MONEDA_DEL TO AUD_MONEDA.
           WRITE AUDITORIA_REC.
           IF WS_ORIGEN_TASA = 'C'
               ADD 1 TO WS_CONTADOR_CON_ACUERDO
           END-IF.

       GRABAR_RECHAZO.
           ADD 1 TO WS_CONTADOR_RECHAZADAS.
           MOVE SPACES TO WS_LINEA_RECHAZO.
           IF WS_MOTIVO_CUENTA NOT = SPACES
               STRING "CUENTA " DELIMITED BY SIZE
                      CUENTA_DEL DELIMITED BY SIZE
                      " CAMPO1 " DELIMITED BY SIZE
                      CAMPO1_DEL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS_MOTIVO_CUENTA DELIMITED BY SIZE
                   INTO WS_LINEA_RECHAZO
               END-STRING
               WRITE RECHAZO_REC FROM WS_LINEA_RECHAZO
               MOVE WS_MOTIVO_CUENTA TO WS_MOTIVO_HISTORICO
           ELSE
               PERFORM GRABAR_RECHAZO_TASA
           END-IF.
           PERFORM GRABAR_HISTORICO.

       GRABAR_RECHAZO_TASA.
           IF WS_CODIGO_CONOCIDO = 'S'
               STRING "CUENTA " DELIMITED BY SIZE
                      CUENTA_DEL DELIMITED BY SIZE
                          DELIMITED BY SIZE
                   INTO WS_LINEA_RECHAZO
               END-STRING
               MOVE "SIN TASA VIGENTE PARA LA FECHA"
                   TO WS_MOTIVO_HISTORICO
           ELSE
               STRING "CUENTA " DELIMITED BY SIZE
                      CUENTA_DEL DELIMITED BY SIZE
                      " CODIGO CAMPO1 NO VALIDO" DELIMITED BY SIZE
                   INTO WS_LINEA_RECHAZO
               END-STRING
               MOVE "CODIGO CAMPO1 NO VALIDO" TO WS_MOTIVO_HISTORICO
           END-IF.
           WRITE RECHAZO_REC FROM WS_LINEA_RECHAZO.

      *> Pedido 039: la novedad rechazada en el historico acumulado.
      *> Las novedades no traen header: el origen es el de la cuenta
      *> y la secuencia va en cero.
       GRABAR_HISTORICO.
           MOVE WS_FECHA_CORRIDA TO HEX_FECHA.
           MOVE WS_ID_CORRIDA TO HEX_ID_CORRIDA.
           MOVE "DELTAMAES" TO HEX_PROGRAMA.
           MOVE WS_ORIGEN_CUENTA TO HEX_ORIGEN.
           MOVE 0 TO HEX_SECUENCIA.
           MOVE WS_CONTADOR_LEIDAS TO HEX_NUM_REGISTRO.
           MOVE CUENTA_DEL TO HEX_CUENTA.
           MOVE CAMPO1_DEL TO HEX_CAMPO1.
           MOVE CAMPO2_DEL TO HEX_CAMPO2.
           MOVE MONEDA_DEL TO HEX_MONEDA.
           MOVE WS_MOTIVO_HISTORICO TO HEX_MOTIVO.
           MOVE 0 TO HEX_RECICLOS.
           WRITE HISTORICO_REC.

       ESCRIBIR_RESUMEN.
           DISPLAY "ACTUALIZACION DELTA DEL MAESTRO DE SALIDA".
           DISPLAY "NOVEDADES LEIDAS:       " WS_CONTADOR_LEIDAS.
           DISPLAY "CUENTAS REESCRITAS:     " WS_CONTADOR_ACTUALIZADAS.
           DISPLAY "CUENTAS NUEVAS:         " WS_CONTADOR_ALTAS.
           DISPLAY "NOVEDADES RECHAZADAS:   " WS_CONTADOR_RECHAZADAS.
           DISPLAY "A EXCEPCIONES (CUENTA): " WS_CONTADOR_EXCEPTUADAS.
           DISPLAY "CON TASA DE LA CUENTA:  " WS_CONTADOR_CON_ACUERDO.
           DISPLAY "A RETENCION:            " WS_CONTADOR_RETENIDAS.
           IF WS_CONTADOR_RECHAZADAS > 0
                   OR WS_CONTADOR_RETENIDAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> propio de esta ejecucion; un renglon por categoria con
      *> novedades y el contrasiento que deja el neto en cero. Sin
      *> novedades aplicadas no se asienta nada.
      *> Pedido 036: los renglones se abren por moneda, convertidos a
      *> moneda base con la cotizacion de la fecha, y cada moneda
      *> cierra con su CONTRA (en base y en la moneda original).
       GRABAR_ASIENTOS.
           IF WS_TOTAL_CONTADOR > 0
               OPEN EXTEND ASIENTOS_FILE
               PERFORM GRABAR_ASIENTOS_MONEDA
                   VARYING WS_MON_IDX FROM 1 BY 1
                   UNTIL WS_MON_IDX > WS_MON_CANT
               CLOSE ASIENTOS_FILE
           END-IF.

       GRABAR_ASIENTOS_MONEDA.
           IF WS_MON_TOTAL_CONTADOR(WS_MON_IDX) > 0
               MOVE 0 TO WS_ASIENTO_TOTAL
               MOVE 0 TO WS_ASIENTO_TOTAL_MON
               IF WS_MON_AA_CONTADOR(WS_MON_IDX) > 0
                   COMPUTE WS_ASIENTO_NETO_MON =
                       WS_MON_AA_DESPUES(WS_MON_IDX)
                       - WS_MON_AA_ANTES(WS_MON_IDX)
                   MOVE "AA" TO WS_ASN_CATEGORIA
                   MOVE WS_MON_AA_CONTADOR(WS_MON_IDX)
                       TO WS_ASN_CANTIDAD
                   PERFORM GRABAR_UN_ASIENTO
               END-IF
               IF WS_MON_BB_CONTADOR(WS_MON_IDX) > 0
                   COMPUTE WS_ASIENTO_NETO_MON =
                       WS_MON_BB_DESPUES(WS_MON_IDX)
                       - WS_MON_BB_ANTES(WS_MON_IDX)
                   MOVE "BB" TO WS_ASN_CATEGORIA
                   MOVE WS_MON_BB_CONTADOR(WS_MON_IDX)
                       TO WS_ASN_CANTIDAD
                   PERFORM GRABAR_UN_ASIENTO
               END-IF
               IF WS_MON_OTRA_CONTADOR(WS_MON_IDX) > 0
                   COMPUTE WS_ASIENTO_NETO_MON =
                       WS_MON_OTRA_DESPUES(WS_MON_IDX)
                       - WS_MON_OTRA_ANTES(WS_MON_IDX)
                   MOVE "OTRA" TO WS_ASN_CATEGORIA
                   MOVE WS_MON_OTRA_CONTADOR(WS_MON_IDX)
                       TO WS_ASN_CANTIDAD
                   PERFORM GRABAR_UN_ASIENTO
               END-IF
               COMPUTE WS_ASIENTO_NETO = 0 - WS_ASIENTO_TOTAL
               COMPUTE WS_ASIENTO_NETO_MON = 0 - WS_ASIENTO_TOTAL_MON
               MOVE "CONTRA" TO WS_ASN_CATEGORIA
               MOVE WS_MON_TOTAL_CONTADOR(WS_MON_IDX)
                   TO WS_ASN_CANTIDAD
               PERFORM ESCRIBIR_ASIENTO
           END-IF.

      *> Pedido 036: el neto de la categoria se convierte redondeado
      *> al centavo; el CONTRA toma la suma de lo ya convertido, asi
      *> el asiento de cada moneda balancea exacto en moneda base.
       GRABAR_UN_ASIENTO.
           COMPUTE WS_ASIENTO_NETO ROUNDED =
               WS_ASIENTO_NETO_MON * WS_MON_COTIZACION(WS_MON_IDX).
           ADD WS_ASIENTO_NETO TO WS_ASIENTO_TOTAL.
           ADD WS_ASIENTO_NETO_MON TO WS_ASIENTO_TOTAL_MON.
           PERFORM ESCRIBIR_ASIENTO.

       ESCRIBIR_ASIENTO.
           MOVE WS_FECHA_CORRIDA TO ASN_FECHA.
           MOVE WS_ID_CORRIDA TO ASN_ID_CORRIDA.
           MOVE WS_ASN_CATEGORIA TO ASN_CATEGORIA.
           MOVE WS_ASN_CANTIDAD TO ASN_CANTIDAD.
           MOVE WS_ASIENTO_NETO TO ASN_IMPORTE.
           MOVE WS_MON_CODIGO(WS_MON_IDX) TO ASN_MONEDA.
           MOVE WS_MON_COTIZACION(WS_MON_IDX) TO ASN_COTIZACION.
           MOVE WS_ASIENTO_NETO_MON TO ASN_IMPORTE_MONEDA.
           WRITE ASIENTO_REC.
