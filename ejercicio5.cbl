           SELECT OPTIONAL AUDITORIA_FILE ASSIGN TO "data/AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 039: EXCEPCIONES.DAT es solo la de la corrida y RECICLA
      *> la consume; cada excepcion queda ademas en el historico
      *> acumulado HISTEXCEP.DAT, que nunca se pisa, para la tendencia
      *> mensual de TENDEXC.
           SELECT OPTIONAL HISTORICO_FILE ASSIGN TO "data/HISTEXCEP.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCEPCIONES_FILE ASSIGN TO "data/EXCEPCIONES.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TASAS_FILE ASSIGN TO "data/TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 031: tasas pactadas por cuenta, que tienen prioridad
      *> sobre la tabla por CAMPO1. Mantenidas por TASCTAMANT; el
      *> archivo puede no existir si no hay acuerdos cargados.
           SELECT OPTIONAL TASACTA_FILE ASSIGN TO "data/TASACTA.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 019: tabla de tasas propuesta para el modo
      *> simulacion; mismo layout que TASAS.DAT.
           SELECT TASAS_PROP_FILE ASSIGN TO "data/TASAS.PROP"
      *> el maestro de cuentas ajustadas, indexado por CUENTA, para
      *> poder responder "cuanto quedo esta cuenta" sin recorrer todo
      *> y para que DELTAMAES actualice solo las cuentas afectadas.
      *> Pedido 034: OPTIONAL, la primera corrida crea el maestro.
           SELECT OPTIONAL SALIDA_FILE ASSIGN TO "data/SALIDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUENTA_SAL.
           SELECT OPTIONAL ASIENTOS_FILE ASSIGN TO "data/ASIENTOS.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 033: maestro de estado de cuentas (CUENTMANT).
           SELECT OPTIONAL CUENTAS_FILE ASSIGN TO "data/CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA_CUENTA.

      *> Pedido 032: periodos contables cerrados por CIERRE.
           SELECT OPTIONAL PERIODOS_FILE ASSIGN TO "data/PERIODOS.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 035: limites de movimiento por CAMPO1. Sin archivo, o
      *> sin renglon para un CAMPO1, no se retiene nada de ese codigo.
           SELECT OPTIONAL LIMITES_FILE ASSIGN TO "data/LIMITES.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 035: retenciones por movimiento grande, pendientes de
      *> que otra persona las libere o las rechace (RETENMANT).
           SELECT OPTIONAL RETENIDOS_FILE ASSIGN TO "data/RETENIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET_CLAVE.

      *> Pedido 035: retenciones liberadas por RETENMANT; se
      *> reprocesan despues de los reciclados, como RECICLO.DAT.
           SELECT OPTIONAL LIBERADOS_FILE ASSIGN TO "data/LIBERADOS.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *> Pedido 036: cotizaciones por moneda y fecha (CAMBMANT). Los
      *> asientos se pasan a moneda base con la de la fecha de negocio.
           SELECT OPTIONAL CAMBIOS_FILE ASSIGN TO "data/CAMBIOS.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Pedido 013: la interfaz de REGISTRO ahora lleva registros de
           05 CUENTA_IN PIC 9(08).
           05 CAMPO1_IN PIC X(02).
           05 CAMPO2_IN PIC 9(07)V9(02).
      *> Pedido 036: moneda de la cuenta (en blanco = moneda base).
           05 MONEDA_IN PIC X(03).
           05 FILLER PIC X(02).

      *> Pedido 009: salida del SORT, ya ordenada por CAMPO1; el resto
      *> del programa la lee con los mismos nombres CAMPO1/CAMPO2 de
               REPLACING REGISTRO_REC BY SORT_REC
                         CUENTA BY CUENTA_SORT
                         CAMPO1 BY CAMPO1_SORT
                         CAMPO2 BY CAMPO2_SORT
                         MONEDA BY MONEDA_SORT.

      *> Pedido 003/007: tabla de tasas mantenida fuera del programa,
      *> con una fila por codigo de CAMPO1 y su fecha de vigencia, en
           05 TASA_FACTOR PIC 9V9(4).
           05 TASA_FECHA PIC 9(08).

      *> Pedido 031: acuerdo de tasa de una cuenta, por CUENTA + fecha
      *> de vigencia, con el motivo y el vencimiento del contrato
      *> (AAAAMMDD; en cero = sin vencimiento).
       FD TASACTA_FILE.
       01 TASACTA_REC.
           05 TAC_CUENTA PIC 9(08).
           05 TAC_FECHA PIC 9(08).
           05 TAC_FACTOR PIC 9V9(4).
           05 TAC_MOTIVO PIC X(30).
           05 TAC_VENCIMIENTO PIC 9(08).

      *> Pedido 019: archivo de tasas propuesto por pricing; solo se
      *> lee en modo simulacion.
       FD TASAS_PROP_FILE.
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

      *> Pedido 005: checkpoint periodico de la lectura secuencial,
      *> para poder reanudar un corrido largo sin reprocesar todo ni
           05 CHK_SUBTOTAL_CONTADOR PIC 9(07).
           05 CHK_SUBTOTAL_ANTES PIC 9(11)V9(02).
           05 CHK_SUBTOTAL_DESPUES PIC 9(11)V9(02).
      *> Pedido 034: id de la corrida cortada; la reanudacion sigue
      *> con el mismo id en AUDITORIA y en el maestro.
           05 CHK_ID_CORRIDA PIC X(08).
      *> Pedido 035: y su fecha, que es parte de la clave de
      *> RETENIDOS.DAT.
           05 CHK_FECHA_CORRIDA PIC 9(08).
      *> Pedido 036: estado del corte mayor por moneda del reporte.
           05 CHK_MONEDA_ANTERIOR PIC X(03).
           05 CHK_SUBMON_CONTADOR PIC 9(07).
           05 CHK_SUBMON_ANTES PIC 9(11)V9(02).
           05 CHK_SUBMON_DESPUES PIC 9(11)V9(02).

      *> Pedido 008: extracto separado por comas para el equipo de
      *> reporting, con el CAMPO2 original, el codigo de tasa aplicado
      *> y el CAMPO2 ajustado.
      *> Pedido 031: mas el origen de la tasa (TABLA o CUENTA).
      *> Pedido 036: y la moneda de la cuenta.
       FD EXTRACTO_FILE.
       01 EXTRACTO_REC PIC X(80) VALUE SPACES.

      *> Pedido 001: deja constancia de cada ajuste de CAMPO2 (valor
      *> original, codigo de tasa aplicado, valor nuevo, fecha y id de
           05 AUD_CAMPO2_ANTES PIC 9(07)V9(02).
           05 AUD_CODIGO_TASA PIC X(02).
           05 AUD_CAMPO2_DESPUES PIC 9(07)V9(02).
      *> Pedido 031: de donde salio el factor aplicado: T = tabla por
      *> CAMPO1, C = acuerdo de la cuenta en TASACTA.DAT.
           05 AUD_ORIGEN_TASA PIC X(01).
      *> Pedido 036: moneda de la cuenta; los CAMPO2 del renglon estan
      *> en esa moneda.
           05 AUD_MONEDA PIC X(03).

      *> Pedido 039: mismo layout que graban REGEDIT, CONSOLID y
      *> DELTAMAES. EJERCICIO5 deja la pasada de reciclo en
      *> HEX_RECICLOS, para distinguir la excepcion nueva de la que
      *> vuelve a fallar.
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

      *> Pedido 002: CAMPO1 fuera del conjunto de codigos de tasa
      *> conocidos (AA/BB/CC) en lugar de caer en la tasa generica sin
           05 EXC_CAMPO2 PIC 9(07)V9(02).
           05 EXC_MOTIVO PIC X(40).
           05 EXC_RECICLOS PIC 9(02).
      *> Pedido 036: moneda de la cuenta del registro.
           05 EXC_MONEDA PIC X(03).

      *> Pedido 015: registro a reprocesar, armado por RECICLA a
      *> partir de las excepciones recuperables de la corrida
           05 REC_CAMPO1 PIC X(02).
           05 REC_CAMPO2 PIC 9(07)V9(02).
           05 REC_RECICLOS PIC 9(02).
      *> Pedido 036: moneda de la cuenta del registro.
           05 REC_MONEDA PIC X(03).

      *> Pedido 009: reporte paginado (encabezado, fecha de corrida,
      *> titulos de columna, corte de control por CAMPO1) en lugar del
      *> DISPLAY de a 10 registros por consola.
      *> Pedido 036: a 132 columnas, con la moneda en el detalle y en
      *> los subtotales.
       FD REPORTE_FILE.
       01 REPORTE_REC PIC X(132) VALUE SPACES.

      *> Pedido 018: registro de control por ejecucion. ESTADO:
      *> LIMPIA, CON-EXCEP, VACIA o FALLIDA; el mismo criterio que el
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

      *> Pedido 032: renglon de PERIODOS.DAT (ESTADO C = cerrado,
      *> A = reabierto; vale el ultimo renglon de cada periodo).
       FD PERIODOS_FILE.
       01 PERIODO_REC.
           05 PER_PERIODO PIC 9(06).
           05 PER_ESTADO PIC X(01).
           05 PER_FECHA PIC 9(08).
           05 PER_HORA PIC X(06).
           05 PER_USUARIO PIC X(08).
           05 PER_MOTIVO PIC X(30).

      *> Pedido 033: ESTADO A activa, B bloqueada, C cerrada.
       FD CUENTAS_FILE.
       01 CUENTA_REC.
           05 CTA_CUENTA PIC 9(08).
           05 CTA_ESTADO PIC X(01).
           05 CTA_ORIGEN PIC X(08).
           05 CTA_FECHA_ALTA PIC 9(08).
           05 CTA_FECHA_BAJA PIC 9(08).

      *> Pedido 035: PORCENTAJE es la variacion maxima contra el
      *> ultimo valor de la cuenta; IMPORTE, la diferencia maxima en
      *> monto. Cero = ese limite no se controla.
       FD LIMITES_FILE.
       01 LIMITE_REC.
           05 LIM_CAMPO1 PIC X(02).
           05 LIM_PORCENTAJE PIC 9(03)V9(02).
           05 LIM_IMPORTE PIC 9(07)V9(02).

      *> Pedido 035: una retencion por cuenta + fecha + id de la
      *> corrida que la retuvo. ESTADO: P pendiente, L liberada,
      *> R rechazada. USUARIO_ALTA es quien lanzo la corrida, y no
      *> puede ser quien la libere.
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

      *> Pedido 035: mismo layout que RECICLO.DAT.
       FD LIBERADOS_FILE.
       01 LIBERADO_REC.
           05 LIB_CUENTA PIC 9(08).
           05 LIB_CAMPO1 PIC X(02).
           05 LIB_CAMPO2 PIC 9(07)V9(02).
           05 LIB_RECICLOS PIC 9(02).
      *> Pedido 036: moneda de la cuenta del registro.
           05 LIB_MONEDA PIC X(03).

      *> Pedido 036: mismo layout que mantiene CAMBMANT; COTIZACION es
      *> cuanta moneda base vale una unidad de la moneda.
       FD CAMBIOS_FILE.
       01 CAMBIO_REC.
           05 CAM_MONEDA PIC X(03).
           05 CAM_FECHA PIC 9(08).
           05 CAM_COTIZACION PIC 9(05)V9(06).

       WORKING-STORAGE SECTION.
       01 WS_END PIC X VALUE '1'.
       01 WS_CAMPO2_ANTES PIC 9(07)V9(02).
       01 WS_MEJOR_FECHA PIC 9(08).
       01 WS_EXCEPCIONES_CONTADOR PIC 9(07) VALUE 0.

      *> Pedido 031: acuerdos de tasa por cuenta, en memoria. La
      *> busqueda deja el factor del acuerdo vigente a la fecha de
      *> calculo (el de fecha mas reciente, no vencido).
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
       01 WS_ORIGEN_TASA_TXT PIC X(06) VALUE SPACES.
       01 WS_FIN_TASACTA PIC X VALUE '1'.

      *> Pedido 015: pasadas de reciclo del registro en proceso; 0
      *> para los registros que vienen del volumen principal.
       01 WS_RECICLOS_ACTUAL PIC 9(02) VALUE 0.
      *> La segunda aparicion no pisa a la primera en el maestro: se
      *> marca aca y va a excepciones para decision manual.
       01 WS_SALIDA_DUPLICADA PIC X VALUE 'N'.
      *> Pedido 034: la cuenta ya estaba en el maestro al grabarla.
       01 WS_SALIDA_EXISTENTE PIC X VALUE 'N'.
      *> Pedido 033: motivo de excepcion por el estado de la cuenta
      *> en CUENTAS.DAT (en blanco si la cuenta opera normalmente).
       01 WS_MOTIVO_CUENTA PIC X(40) VALUE SPACES.
      *> Pedido 039: origen duenio de la cuenta segun CUENTAS.DAT; en
      *> una entrada consolidada el header dice CONSOLID y no sirve
      *> para volver al origen con sus excepciones.
       01 WS_ORIGEN_CUENTA PIC X(08) VALUE SPACES.

      *> Pedido 035: limites de movimiento por CAMPO1, en memoria, y
      *> el resultado del control del registro en proceso. Un
      *> registro liberado por RETENMANT ya fue revisado por otra
      *> persona y no se vuelve a controlar.
       01 WS_LIMITES_TABLA.
           05 WS_LIM_CANT PIC 9(04) VALUE 0.
           05 WS_LIM OCCURS 50 TIMES INDEXED BY WS_LIM_IDX.
               10 WS_LIM_CAMPO1 PIC X(02).
               10 WS_LIM_PORCENTAJE PIC 9(03)V9(02).
               10 WS_LIM_IMPORTE PIC 9(07)V9(02).
       01 WS_POS_LIMITE PIC 9(04) VALUE 0.
       01 WS_FIN_LIMITES PIC X VALUE '1'.
       01 WS_ULTIMO_DESPUES PIC 9(07)V9(02) VALUE 0.
       01 WS_VARIACION_IMPORTE PIC 9(07)V9(02) VALUE 0.
       01 WS_VARIACION_PCT PIC 9(05)V9(02) VALUE 0.
       01 WS_MOTIVO_RETENCION PIC X(40) VALUE SPACES.
       01 WS_REGISTRO_LIBERADO PIC X VALUE 'N'.
       01 WS_RETENIDO_EXISTENTE PIC X VALUE 'N'.
       01 WS_FIN_LIBERADOS PIC X VALUE '1'.
       01 WS_LIBERADOS_CONTADOR PIC 9(07) VALUE 0.
       01 WS_RETENIDOS_CONTADOR PIC 9(07) VALUE 0.
       01 WS_USUARIO_CORRIDA PIC X(08) VALUE SPACES.

      *> Pedido 018: horarios y estado final de la ejecucion para el
      *> registro de control y el codigo de retorno diferenciado.
       01 WS_SIM_POS PIC 9(04) VALUE 0.
       01 WS_SIM_SIN_ACTUAL PIC 9(09) VALUE 0.
       01 WS_SIM_SIN_PROPUESTA PIC 9(09) VALUE 0.
       01 WS_SIM_CON_ACUERDO PIC 9(09) VALUE 0.
       01 WS_SIM_DELTA PIC 9(11)V9(02) VALUE 0.
       01 WS_SIM_SENTIDO PIC X(01) VALUE SPACE.
       01 WS_SIM_CAMPO2_ACTUAL PIC 9(07)V9(02) VALUE 0.
      *> comparan contra el trailer. Cualquier diferencia deja el
      *> motivo en WS_ENTRADA_ERROR y la corrida no arranca.
       01 WS_ENTRADA_ERROR PIC X(40) VALUE SPACES.

      *> Pedido 032: consulta de un periodo AAAAMM en PERIODOS.DAT.
       01 WS_PERIODO_CONSULTA PIC 9(06) VALUE 0.
       01 WS_ESTADO_PERIODO PIC X(01) VALUE SPACE.
       01 WS_FIN_ENTRADA PIC X VALUE '1'.
       01 WS_FIN_PROCESADOS PIC X VALUE '1'.
       01 WS_HEADER_VISTO PIC X VALUE 'N'.

      *> Pedido 026: neto de la categoria en curso y acumulado de la
      *> corrida para el contrasiento de cierre.
      *> Pedido 036: en moneda base (ensanchados) y, aparte, en la
      *> moneda de origen; el contrasiento es por moneda.
       01 WS_ASIENTO_NETO PIC S9(11)V9(02) VALUE 0.
       01 WS_ASIENTO_TOTAL PIC S9(11)V9(02) VALUE 0.
       01 WS_ASIENTO_NETO_MON PIC S9(11)V9(02) VALUE 0.
       01 WS_ASIENTO_TOTAL_MON PIC S9(11)V9(02) VALUE 0.
       01 WS_ASN_CATEGORIA PIC X(06) VALUE SPACES.
       01 WS_ASN_CANTIDAD PIC 9(07) VALUE 0.

      *> Pedido 036: monedas de la corrida (las del SORT, de los
      *> reciclados y de los liberados) con su cotizacion de la fecha
      *> de negocio -- la moneda base vale 1 -- y su acumulado por
      *> categoria para el resumen y los asientos.
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
               10 WS_MON_TOTAL_ANTES PIC 9(11)V9(02).
               10 WS_MON_TOTAL_DESPUES PIC 9(11)V9(02).
       01 WS_MONEDA_ACTUAL PIC X(03) VALUE SPACES.
       01 WS_POS_MONEDA PIC 9(04) VALUE 0.
       01 WS_FIN_CAMBIOS PIC X VALUE '1'.
       01 WS_COTIZACION_ED PIC 9(05).9(06).

      *> Pedido 028: los montos salen a extracto, reporte, resumen y
      *> simulacion con el punto decimal explicito; adentro viajan
      *> con decimales implicitos.

      *> Pedido 009: paginado y corte de control del reporte, por
      *> CAMPO1 (que ahora llega ordenado por el SORT de REGISTRO).
      *> Pedido 036: con un corte mayor por moneda.
       01 WS_LINEA_REPORTE PIC X(132) VALUE SPACES.
       01 WS_LINEAS_POR_PAGINA PIC 9(04) VALUE 20.
       01 WS_LINEAS_EN_PAGINA PIC 9(04) VALUE 0.
       01 WS_PAGINA_NUM PIC 9(05) VALUE 0.
       01 WS_SUBTOTAL_CONTADOR PIC 9(07) VALUE 0.
       01 WS_SUBTOTAL_ANTES PIC 9(11)V9(02) VALUE 0.
       01 WS_SUBTOTAL_DESPUES PIC 9(11)V9(02) VALUE 0.
       01 WS_MONEDA_ANTERIOR PIC X(03) VALUE SPACES.
       01 WS_SUBMON_CONTADOR PIC 9(07) VALUE 0.
       01 WS_SUBMON_ANTES PIC 9(11)V9(02) VALUE 0.
       01 WS_SUBMON_DESPUES PIC 9(11)V9(02) VALUE 0.

       PROCEDURE DIVISION.

       START_PROGRAM.
           PERFORM INICIAR_CORRIDA.
           PERFORM CARGAR_TASAS.
           PERFORM CARGAR_TASAS_CUENTA.
           PERFORM CARGAR_LIMITES.
           IF WS_MODO_SIMULACION = 'S'
               PERFORM CARGAR_TASAS_PROP
           END-IF.
               STOP RUN
           END-IF.
           PERFORM LEER_CHECKPOINT.
           PERFORM VERIFICAR_PERIODO.
           PERFORM VERIFICAR_COTIZACIONES.
           PERFORM OPEN_FILE.
           PERFORM READ_NEXT.
           PERFORM EVALUATE_AND_DISPLAY
               UNTIL WS_END = '0'.
           PERFORM PROCESAR_RECICLOS.
           PERFORM PROCESAR_LIBERADOS.
           PERFORM CERRAR_REPORTE.
           PERFORM CLOSE_FILE.
           PERFORM ESCRIBIR_RESUMEN.
               ON EXCEPTION
                   MOVE 'N' TO WS_MODO_SIMULACION
           END-ACCEPT.
      *> Pedido 035: quien lanza la corrida queda como autor de lo
      *> que se retenga en ella.
           ACCEPT WS_USUARIO_CORRIDA FROM ENVIRONMENT "USUARIO_CORRIDA"
               ON EXCEPTION
                   MOVE SPACES TO WS_USUARIO_CORRIDA
           END-ACCEPT.
           IF WS_USUARIO_CORRIDA = SPACES
               MOVE "BATCH" TO WS_USUARIO_CORRIDA
           END-IF.
      *> Pedido 036: moneda en la que se asienta (la de los registros
      *> que llegan sin moneda).
           ACCEPT WS_MONEDA_BASE FROM ENVIRONMENT "MONEDA_BASE"
               ON EXCEPTION
                   MOVE "ARS" TO WS_MONEDA_BASE
           END-ACCEPT.
           IF WS_MONEDA_BASE = SPACES
               MOVE "ARS" TO WS_MONEDA_BASE
           END-IF.

      *> Pedido 009: ordena REGISTRO por CAMPO1 antes de procesarlo, en
      *> vez de leerlo en el orden en que viene en el archivo.
      *> trailer y libera al SORT solamente los detalles.
      *> Pedido 016: CUENTA como clave secundaria, para que el orden
      *> dentro de cada grupo de CAMPO1 sea estable y reproducible.
      *> Pedido 036: MONEDA como clave mayor, para el corte por moneda
      *> del reporte.
       ORDENAR_REGISTROS.
           SORT SORT_WORK
               ON ASCENDING KEY MONEDA_SORT
                                CAMPO1_SORT
                                CUENTA_SORT
               INPUT PROCEDURE IS CLASIFICAR_ENTRADA
               GIVING REGISTRO_ORDENADO.
           MOVE CUENTA_IN TO CUENTA_SORT.
           MOVE CAMPO1_IN TO CAMPO1_SORT.
           MOVE CAMPO2_IN TO CAMPO2_SORT.
      *> Pedido 036: la moneda en blanco es la moneda base; cada
      *> moneda que aparece queda anotada para buscar su cotizacion.
           IF MONEDA_IN = SPACES
               MOVE WS_MONEDA_BASE TO MONEDA_SORT
           ELSE
               MOVE MONEDA_IN TO MONEDA_SORT
           END-IF.
           MOVE MONEDA_SORT TO WS_MONEDA_ACTUAL.
           PERFORM UBICAR_MONEDA.
           RELEASE SORT_REC.

      *> Pedido 013: guarda los datos del header y rechaza la corrida
               STOP RUN
           END-IF.

      *> Pedido 032: ni la fecha de la corrida (con la que quedan
      *> AUDITORIA y ASIENTOS) ni la AS_OF_DATE pedida pueden caer en
      *> un periodo que CIERRE ya cerro; hace falta una reapertura
      *> explicita. Se rechaza igual que una entrada invalida. Va
      *> despues de LEER_CHECKPOINT: la reanudada se controla con la
      *> fecha de la corrida original.
       VERIFICAR_PERIODO.
           PERFORM FIJAR_FECHA_VIGENCIA.
           MOVE WS_FECHA_CORRIDA(1:6) TO WS_PERIODO_CONSULTA.
           PERFORM CONSULTAR_PERIODO.
           IF WS_ESTADO_PERIODO NOT = 'C'
               MOVE WS_FECHA_VIGENCIA(1:6) TO WS_PERIODO_CONSULTA
               PERFORM CONSULTAR_PERIODO
           END-IF.
           IF WS_ESTADO_PERIODO = 'C'
               STRING "PERIODO " DELIMITED BY SIZE
                      WS_PERIODO_CONSULTA DELIMITED BY SIZE
                      " CERRADO" DELIMITED BY SIZE
                   INTO WS_ENTRADA_ERROR
               END-STRING
               PERFORM VERIFICAR_ENTRADA
           END-IF.

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

      *> Pedido 036: cada moneda de la corrida necesita cotizacion
      *> para la fecha de negocio en CAMBIOS.DAT. Las del volumen
      *> principal ya quedaron anotadas en el SORT; aca se suman las
      *> de los reciclados y liberados. Una moneda sin cotizacion
      *> rechaza la corrida igual que un archivo sin trailer. Va
      *> despues de LEER_CHECKPOINT: la reanudada cotiza con la fecha
      *> de la corrida original.
       VERIFICAR_COTIZACIONES.
           MOVE '1' TO WS_FIN_RECICLOS.
           OPEN INPUT RECICLO_FILE.
           PERFORM LEER_RECICLO.
           PERFORM RELEVAR_RECICLO
               UNTIL WS_FIN_RECICLOS = '0'.
           CLOSE RECICLO_FILE.
           MOVE '1' TO WS_FIN_LIBERADOS.
           OPEN INPUT LIBERADOS_FILE.
           PERFORM LEER_LIBERADO.
           PERFORM RELEVAR_LIBERADO
               UNTIL WS_FIN_LIBERADOS = '0'.
           CLOSE LIBERADOS_FILE.
           PERFORM VERIFICAR_ENTRADA.
           PERFORM CARGAR_COTIZACIONES.
           PERFORM VARYING WS_MON_IDX FROM 1 BY 1
                   UNTIL WS_MON_IDX > WS_MON_CANT
               IF WS_MON_COTIZADA(WS_MON_IDX) NOT = 'S'
                   AND WS_ENTRADA_ERROR = SPACES
                   STRING "MONEDA " DELIMITED BY SIZE
                          WS_MON_CODIGO(WS_MON_IDX) DELIMITED BY SIZE
                          " SIN COTIZACION PARA " DELIMITED BY SIZE
                          WS_FECHA_CORRIDA DELIMITED BY SIZE
                       INTO WS_ENTRADA_ERROR
                   END-STRING
               END-IF
           END-PERFORM.
           PERFORM VERIFICAR_ENTRADA.

       RELEVAR_RECICLO.
           IF REC_MONEDA = SPACES
               MOVE WS_MONEDA_BASE TO WS_MONEDA_ACTUAL
           ELSE
               MOVE REC_MONEDA TO WS_MONEDA_ACTUAL
           END-IF.
           PERFORM UBICAR_MONEDA.
           PERFORM LEER_RECICLO.

       RELEVAR_LIBERADO.
           IF LIB_MONEDA = SPACES
               MOVE WS_MONEDA_BASE TO WS_MONEDA_ACTUAL
           ELSE
               MOVE LIB_MONEDA TO WS_MONEDA_ACTUAL
           END-IF.
           PERFORM UBICAR_MONEDA.
           PERFORM LEER_LIBERADO.

      *> Pedido 036: mas monedas de las que entran en la tabla es una
      *> entrada que no se puede asentar; la corrida no arranca.
       UBICAR_MONEDA.
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
                   IF WS_ENTRADA_ERROR = SPACES
                       MOVE "MAS DE 20 MONEDAS EN LA CORRIDA"
                           TO WS_ENTRADA_ERROR
                   END-IF
               END-IF
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
           MOVE 0 TO WS_MON_TOTAL_ANTES(WS_POS_MONEDA).
           MOVE 0 TO WS_MON_TOTAL_DESPUES(WS_POS_MONEDA).

      *> Pedido 036: vale solo la cotizacion cargada para la fecha de
      *> negocio exacta; la moneda base no lleva cotizacion.
       CARGAR_COTIZACIONES.
           MOVE '1' TO WS_FIN_CAMBIOS.
           OPEN INPUT CAMBIOS_FILE.
           PERFORM LEER_CAMBIO.
           PERFORM TOMAR_COTIZACION
               UNTIL WS_FIN_CAMBIOS = '0'.
           CLOSE CAMBIOS_FILE.

       LEER_CAMBIO.
           READ CAMBIOS_FILE
               AT END MOVE '0' TO WS_FIN_CAMBIOS
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

       EVALUAR_PERIODO.
           IF PER_PERIODO = WS_PERIODO_CONSULTA
               MOVE PER_ESTADO TO WS_ESTADO_PERIODO
           END-IF.
           PERFORM LEER_PERIODO.

      *> Pedido 013: recien cuando la corrida termino completa se
      *> asienta el archivo como procesado; una corrida que quedo a
      *> mitad no lo registra y puede reanudarse sin que el chequeo
               MOVE "VACIA" TO WS_ESTADO_CORRIDA
               MOVE 4 TO RETURN-CODE
           ELSE
      *> Pedido 035: lo retenido tambien queda esperando una decision.
               IF WS_EXCEPCIONES_CONTADOR > 0
                       OR WS_RETENIDOS_CONTADOR > 0
                   MOVE "CON-EXCEP" TO WS_ESTADO_CORRIDA
                   MOVE 4 TO RETURN-CODE
               ELSE
                       MOVE CHK_SUBTOTAL_ANTES TO WS_SUBTOTAL_ANTES
                       MOVE CHK_SUBTOTAL_DESPUES
                           TO WS_SUBTOTAL_DESPUES
                       MOVE CHK_MONEDA_ANTERIOR TO WS_MONEDA_ANTERIOR
                       MOVE CHK_SUBMON_CONTADOR TO WS_SUBMON_CONTADOR
                       MOVE CHK_SUBMON_ANTES TO WS_SUBMON_ANTES
                       MOVE CHK_SUBMON_DESPUES TO WS_SUBMON_DESPUES
                       IF CHK_CONTADOR > 0
                           MOVE CHK_ID_CORRIDA TO WS_ID_CORRIDA
                           MOVE CHK_FECHA_CORRIDA TO WS_FECHA_CORRIDA
                       END-IF
               END-READ
               CLOSE CHECKPOINT_FILE
           END-IF.
               AT END MOVE '9' TO WS_END
           END-READ.

      *> Pedido 031: carga los acuerdos de tasa por cuenta; igual que
      *> con TASAS.DAT, lo que no entra en la tabla se avisa.
       CARGAR_TASAS_CUENTA.
           MOVE '1' TO WS_FIN_TASACTA.
           OPEN INPUT TASACTA_FILE.
           PERFORM LEER_TASA_CUENTA.
           PERFORM CARGAR_UNA_TASA_CUENTA
               UNTIL WS_FIN_TASACTA = '0'.
           CLOSE TASACTA_FILE.

      *> Pedido 035: limites de movimiento por CAMPO1.
       CARGAR_LIMITES.
           MOVE '1' TO WS_FIN_LIMITES.
           OPEN INPUT LIMITES_FILE.
           PERFORM LEER_LIMITE.
           PERFORM CARGAR_UN_LIMITE
               UNTIL WS_FIN_LIMITES = '0'.
           CLOSE LIMITES_FILE.

       LEER_LIMITE.
           READ LIMITES_FILE
               AT END MOVE '0' TO WS_FIN_LIMITES
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

       LEER_TASA_CUENTA.
           READ TASACTA_FILE
               AT END MOVE '0' TO WS_FIN_TASACTA
           END-READ.

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

      *> Pedido 001: WS_ID_CORRIDA se toma de la hora de la corrida
      *> (con centesimas) para que cada ejecucion quede con un id
      *> distinto en AUDITORIA.DAT -- una constante fija no permitia
           MOVE '1' TO WS_END.
           PERFORM FIJAR_FECHA_VIGENCIA.
           OPEN INPUT REGISTRO_ORDENADO.
           OPEN INPUT CUENTAS_FILE.
           OPEN I-O RETENIDOS_FILE.
      *> Pedido 014: la auditoria ya no se abre con OUTPUT en las
      *> corridas nuevas; siempre EXTEND, porque el archivo ahora es
      *> el historico acumulado que consultan los auditores.
           OPEN EXTEND AUDITORIA_FILE.
      *> Pedido 039: el historico de excepciones tambien es EXTEND,
      *> corrida nueva o reanudada; el checkpoint por registro evita
      *> que la reanudacion lo duplique, igual que con la auditoria.
           OPEN EXTEND HISTORICO_FILE.
      *> Pedido 016: en una corrida reanudada el maestro indexado se
      *> abre I-O (las cuentas grabadas antes del corte ya estan) y
      *> GRABAR_SALIDA las pisa con REWRITE en vez de duplicarlas.
      *> Pedido 034: el maestro se abre I-O tambien en la corrida
      *> nueva. Con OUTPUT cada corrida completa lo rehacia desde cero
      *> y se perdian las cuentas que no venian en el envio del dia y
      *> lo que DELTAMAES habia actualizado desde la corrida anterior.
           OPEN I-O SALIDA_FILE.
           IF WS_CONTADOR_RESUME > 0
               OPEN EXTEND EXCEPCIONES_FILE
               OPEN EXTEND EXTRACTO_FILE
               OPEN EXTEND REPORTE_FILE
           ELSE
               OPEN OUTPUT EXCEPCIONES_FILE
               OPEN OUTPUT EXTRACTO_FILE
               MOVE "CUENTA,CAMPO1,CAMPO2_ORIGINAL,CODIGO_TASA,CAMPO2_AJ
      -            "USTADO,ORIGEN_TASA,MONEDA" TO EXTRACTO_REC
               WRITE EXTRACTO_REC
               OPEN OUTPUT REPORTE_FILE
               PERFORM ENCABEZADO_REPORTE

       CLOSE_FILE.
           CLOSE REGISTRO_ORDENADO.
           CLOSE CUENTAS_FILE.
           CLOSE RETENIDOS_FILE.
           CLOSE AUDITORIA_FILE.
           CLOSE HISTORICO_FILE.
           CLOSE EXCEPCIONES_FILE.
           CLOSE SALIDA_FILE.
           CLOSE EXTRACTO_FILE.
       AJUSTAR_REGISTRO.
           MOVE CAMPO2 TO WS_CAMPO2_ANTES.
           MOVE 'N' TO WS_SALIDA_DUPLICADA.
           PERFORM VERIFICAR_ESTADO_CUENTA.
           IF WS_MOTIVO_CUENTA NOT = SPACES
               PERFORM GRABAR_EXCEPCION
           ELSE
               PERFORM VERIFICAR_MOVIMIENTO
               IF WS_MOTIVO_RETENCION NOT = SPACES
                   PERFORM GRABAR_RETENIDO
               ELSE
                   PERFORM AJUSTAR_CUENTA_OPERABLE
               END-IF
           END-IF.

      *> Pedido 033: una cuenta bloqueada o cerrada en CUENTAS.DAT no
      *> se ajusta: va entera a excepciones con su propio motivo, que
      *> RECICLA no recicla. Que la cuenta exista y sea del origen lo
      *> controlo ya la depuracion (REGEDIT/CONSOLID).
       VERIFICAR_ESTADO_CUENTA.
           MOVE SPACES TO WS_MOTIVO_CUENTA.
           MOVE WS_HDR_ORIGEN TO WS_ORIGEN_CUENTA.
           MOVE CUENTA TO CTA_CUENTA.
           READ CUENTAS_FILE
               INVALID KEY
                   MOVE SPACES TO WS_MOTIVO_CUENTA
               NOT INVALID KEY
                   MOVE CTA_ORIGEN TO WS_ORIGEN_CUENTA
                   IF CTA_ESTADO = 'B'
                       MOVE "CUENTA BLOQUEADA" TO WS_MOTIVO_CUENTA
                   END-IF
                   IF CTA_ESTADO = 'C'
                       MOVE "CUENTA CERRADA" TO WS_MOTIVO_CUENTA
                   END-IF
           END-READ.

      *> Pedido 035: el detalle se compara con el ultimo valor de la
      *> cuenta -- el AUD_CAMPO2_DESPUES de su ultimo renglon de
      *> auditoria, que es el que quedo grabado en el maestro, y por
      *> eso se lee por clave en SALIDA en vez de recorrer el
      *> historico. Una cuenta nueva se mide contra cero, solo por
      *> importe. Si el movimiento pasa el limite de su CAMPO1 el
      *> registro no se ajusta ni se asienta: queda retenido.
       VERIFICAR_MOVIMIENTO.
           MOVE SPACES TO WS_MOTIVO_RETENCION.
           IF WS_REGISTRO_LIBERADO = 'N'
               PERFORM BUSCAR_LIMITE
           END-IF.
           IF WS_REGISTRO_LIBERADO = 'N' AND WS_POS_LIMITE > 0
               PERFORM MEDIR_MOVIMIENTO
           END-IF.

       BUSCAR_LIMITE.
           MOVE 0 TO WS_POS_LIMITE.
           PERFORM VARYING WS_LIM_IDX FROM 1 BY 1
                   UNTIL WS_LIM_IDX > WS_LIM_CANT
               IF WS_LIM_CAMPO1(WS_LIM_IDX) = CAMPO1
                   SET WS_POS_LIMITE TO WS_LIM_IDX
               END-IF
           END-PERFORM.

       MEDIR_MOVIMIENTO.
           MOVE CUENTA TO CUENTA_SAL.
           READ SALIDA_FILE
               INVALID KEY
                   MOVE 0 TO WS_ULTIMO_DESPUES
               NOT INVALID KEY
                   MOVE CAMPO2_SAL TO WS_ULTIMO_DESPUES
           END-READ.
           IF WS_CAMPO2_ANTES >= WS_ULTIMO_DESPUES
               COMPUTE WS_VARIACION_IMPORTE =
                   WS_CAMPO2_ANTES - WS_ULTIMO_DESPUES
           ELSE
               COMPUTE WS_VARIACION_IMPORTE =
                   WS_ULTIMO_DESPUES - WS_CAMPO2_ANTES
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

      *> Pedido 035: misma regla que GRABAR_SALIDA para la clave
      *> repetida: con el mismo numero de registro es el registro en
      *> curso de una corrida reanudada y se pisa; con otro numero es
      *> la misma cuenta retenida dos veces en la corrida, y la
      *> segunda va a excepciones como duplicada.
       GRABAR_RETENIDO.
           MOVE CUENTA TO RET_CUENTA.
           MOVE WS_FECHA_CORRIDA TO RET_FECHA.
           MOVE WS_ID_CORRIDA TO RET_ID_CORRIDA.
           READ RETENIDOS_FILE
               INVALID KEY
                   MOVE 'N' TO WS_RETENIDO_EXISTENTE
               NOT INVALID KEY
                   MOVE 'S' TO WS_RETENIDO_EXISTENTE
           END-READ.
           IF WS_RETENIDO_EXISTENTE = 'S'
                   AND RET_NUM_REGISTRO NOT = WS_CONTADOR_LEIDOS
               MOVE 'S' TO WS_SALIDA_DUPLICADA
               PERFORM GRABAR_EXCEPCION
           ELSE
               ADD 1 TO WS_RETENIDOS_CONTADOR
               MOVE "EJERCICIO5" TO RET_PROGRAMA
               MOVE WS_CONTADOR_LEIDOS TO RET_NUM_REGISTRO
               MOVE CAMPO1 TO RET_CAMPO1
               MOVE WS_CAMPO2_ANTES TO RET_CAMPO2
               MOVE WS_ULTIMO_DESPUES TO RET_ULTIMO
               MOVE WS_RECICLOS_ACTUAL TO RET_RECICLOS
               MOVE WS_MOTIVO_RETENCION TO RET_MOTIVO
               MOVE WS_USUARIO_CORRIDA TO RET_USUARIO_ALTA
               MOVE 'P' TO RET_ESTADO
               MOVE SPACES TO RET_DISPOSICION
               MOVE SPACES TO RET_USUARIO
               MOVE 0 TO RET_FECHA_DISP
               MOVE SPACES TO RET_HORA_DISP
               MOVE MONEDA TO RET_MONEDA
               IF WS_RETENIDO_EXISTENTE = 'S'
                   REWRITE RETENIDO_REC
               ELSE
                   WRITE RETENIDO_REC
               END-IF
           END-IF.

       AJUSTAR_CUENTA_OPERABLE.
           PERFORM BUSCAR_TASA.
      *> Pedido 028: regla de redondeo del ajuste -- el producto por
      *> el factor se redondea al centavo mas cercano (mitad se
                       END-IF
                   END-IF
                   PERFORM ACUMULAR_TOTAL
                   PERFORM ACUMULAR_MONEDA
                   PERFORM GRABAR_AUDITORIA
                   PERFORM GRABAR_EXTRACTO
                   PERFORM ESCRIBIR_DETALLE_REPORTE
               MOVE REC_CAMPO1 TO CAMPO1
               MOVE REC_CAMPO2 TO CAMPO2
               MOVE REC_RECICLOS TO WS_RECICLOS_ACTUAL
               MOVE REC_MONEDA TO MONEDA
               IF MONEDA = SPACES
                   MOVE WS_MONEDA_BASE TO MONEDA
               END-IF
               PERFORM AJUSTAR_REGISTRO
           END-IF.
           PERFORM GRABAR_CHECKPOINT.
           PERFORM LEER_RECICLO.

      *> Pedido 035: reproceso de las retenciones que RETENMANT
      *> libero, con la misma logica y el mismo checkpoint que los
      *> reciclados, pero sin volver a controlar el movimiento.
       PROCESAR_LIBERADOS.
           MOVE '1' TO WS_FIN_LIBERADOS.
           OPEN INPUT LIBERADOS_FILE.
           PERFORM LEER_LIBERADO.
           IF WS_FIN_LIBERADOS = '1'
               PERFORM ANUNCIAR_LIBERADOS
           END-IF.
           PERFORM PROCESAR_UN_LIBERADO
               UNTIL WS_FIN_LIBERADOS = '0'.
           CLOSE LIBERADOS_FILE.

       LEER_LIBERADO.
           READ LIBERADOS_FILE
               AT END MOVE '0' TO WS_FIN_LIBERADOS
           END-READ.

       PROCESAR_UN_LIBERADO.
           ADD 1 TO WS_CONTADOR_LEIDOS.
           ADD 1 TO WS_LIBERADOS_CONTADOR.
           IF WS_CONTADOR_LEIDOS > WS_CONTADOR_RESUME
               MOVE LIB_CUENTA TO CUENTA
               MOVE LIB_CAMPO1 TO CAMPO1
               MOVE LIB_CAMPO2 TO CAMPO2
               MOVE LIB_RECICLOS TO WS_RECICLOS_ACTUAL
               MOVE LIB_MONEDA TO MONEDA
               IF MONEDA = SPACES
                   MOVE WS_MONEDA_BASE TO MONEDA
               END-IF
               MOVE 'S' TO WS_REGISTRO_LIBERADO
               PERFORM AJUSTAR_REGISTRO
               MOVE 'N' TO WS_REGISTRO_LIBERADO
           END-IF.
           PERFORM GRABAR_CHECKPOINT.
           PERFORM LEER_LIBERADO.

       ANUNCIAR_LIBERADOS.
           IF WS_CAMPO1_ANTERIOR NOT = SPACES
               PERFORM ESCRIBIR_SUBTOTAL
               MOVE SPACES TO WS_CAMPO1_ANTERIOR
           END-IF.
           IF WS_MONEDA_ANTERIOR NOT = SPACES
               PERFORM ESCRIBIR_SUBTOTAL_MONEDA
               MOVE SPACES TO WS_MONEDA_ANTERIOR
           END-IF.
           MOVE SPACES TO REPORTE_REC.
           MOVE "REPROCESO DE RETENCIONES LIBERADAS" TO REPORTE_REC.
           WRITE REPORTE_REC.
           ADD 1 TO WS_LINEAS_EN_PAGINA.

      *> El subtotal pendiente del ultimo grupo del volumen principal
      *> se cierra antes del titulo, y el corte se reinicia: un
      *> reciclado con el mismo CAMPO1 que ese grupo abre grupo
               PERFORM ESCRIBIR_SUBTOTAL
               MOVE SPACES TO WS_CAMPO1_ANTERIOR
           END-IF.
           IF WS_MONEDA_ANTERIOR NOT = SPACES
               PERFORM ESCRIBIR_SUBTOTAL_MONEDA
               MOVE SPACES TO WS_MONEDA_ANTERIOR
           END-IF.
           MOVE SPACES TO REPORTE_REC.
           MOVE "REPROCESO DE EXCEPCIONES RECICLADAS" TO REPORTE_REC.
           WRITE REPORTE_REC.
           MOVE WS_SUBTOTAL_CONTADOR TO CHK_SUBTOTAL_CONTADOR.
           MOVE WS_SUBTOTAL_ANTES TO CHK_SUBTOTAL_ANTES.
           MOVE WS_SUBTOTAL_DESPUES TO CHK_SUBTOTAL_DESPUES.
           MOVE WS_ID_CORRIDA TO CHK_ID_CORRIDA.
           MOVE WS_FECHA_CORRIDA TO CHK_FECHA_CORRIDA.
           MOVE WS_MONEDA_ANTERIOR TO CHK_MONEDA_ANTERIOR.
           MOVE WS_SUBMON_CONTADOR TO CHK_SUBMON_CONTADOR.
           MOVE WS_SUBMON_ANTES TO CHK_SUBMON_ANTES.
           MOVE WS_SUBMON_DESPUES TO CHK_SUBMON_DESPUES.
           WRITE CHECKPOINT_REC.
           CLOSE CHECKPOINT_FILE.

           MOVE 0 TO CHK_SUBTOTAL_CONTADOR.
           MOVE 0 TO CHK_SUBTOTAL_ANTES.
           MOVE 0 TO CHK_SUBTOTAL_DESPUES.
           MOVE SPACES TO CHK_ID_CORRIDA.
           MOVE 0 TO CHK_FECHA_CORRIDA.
           MOVE SPACES TO CHK_MONEDA_ANTERIOR.
           MOVE 0 TO CHK_SUBMON_CONTADOR.
           MOVE 0 TO CHK_SUBMON_ANTES.
           MOVE 0 TO CHK_SUBMON_DESPUES.
           WRITE CHECKPOINT_REC.
           CLOSE CHECKPOINT_FILE.

                   END-IF
               END-IF
           END-PERFORM.
      *> Pedido 031: un acuerdo vigente de la cuenta le gana a la
      *> tabla por CAMPO1 (aun si la tabla no tiene vigencia para la
      *> fecha). El codigo de CAMPO1 igual tiene que ser conocido: un
      *> codigo invalido sigue siendo una excepcion, y la categoria
      *> contable sigue saliendo de CAMPO1.
           MOVE 'T' TO WS_ORIGEN_TASA.
           IF WS_CODIGO_CONOCIDO = 'S'
               PERFORM BUSCAR_TASA_CUENTA
               IF WS_TAC_ENCONTRADA = 'S'
                   MOVE WS_TAC_FACTOR_APLICADO TO WS_FACTOR_APLICADO
                   MOVE CAMPO1 TO WS_CODIGO_APLICADO
                   MOVE 'C' TO WS_ORIGEN_TASA
                   MOVE 'S' TO WS_TASA_ENCONTRADA
               END-IF
           END-IF.

      *> Pedido 031: acuerdo de la cuenta vigente a la fecha de
      *> calculo: fecha de vigencia alcanzada, contrato no vencido,
      *> y entre varios el de vigencia mas reciente.
       BUSCAR_TASA_CUENTA.
           MOVE 'N' TO WS_TAC_ENCONTRADA.
           MOVE 0 TO WS_TAC_FACTOR_APLICADO.
           MOVE 0 TO WS_TAC_MEJOR_FECHA.
           PERFORM VARYING WS_TAC_IDX FROM 1 BY 1
                   UNTIL WS_TAC_IDX > WS_TAC_CANT
               IF WS_TAC_CUENTA(WS_TAC_IDX) = CUENTA
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

      *> Pedido 031: texto del origen de la tasa para extracto y
      *> reporte.
       FIJAR_ORIGEN_TASA_TXT.
           IF WS_ORIGEN_TASA = 'C'
               MOVE "CUENTA" TO WS_ORIGEN_TASA_TXT
           ELSE
               MOVE "TABLA" TO WS_ORIGEN_TASA_TXT
           END-IF.

      *> Pedido 002: CAMPO1 fuera del conjunto de codigos conocidos
      *> queda asentado con el motivo en vez de aplicarse en silencio.
           MOVE CUENTA TO EXC_CUENTA.
           MOVE CAMPO1 TO EXC_CAMPO1.
           MOVE CAMPO2 TO EXC_CAMPO2.
      *> Pedido 033: el estado de la cuenta manda sobre cualquier
      *> otro motivo.
           IF WS_MOTIVO_CUENTA NOT = SPACES
               MOVE WS_MOTIVO_CUENTA TO EXC_MOTIVO
           ELSE
               IF WS_SALIDA_DUPLICADA = 'S'
                   MOVE "CUENTA DUPLICADA EN LA CORRIDA" TO EXC_MOTIVO
               ELSE
                   IF WS_CODIGO_CONOCIDO = 'S'
                       MOVE "SIN TASA VIGENTE PARA LA FECHA"
                           TO EXC_MOTIVO
                   ELSE
                       MOVE "CODIGO CAMPO1 NO VALIDO" TO EXC_MOTIVO
                   END-IF
               END-IF
           END-IF.
      *> Pedido 015: el contador de pasadas viaja con la excepcion;
      *> RECICLA decide con el si vuelve a intentar o si es rechazo
      *> definitivo.
           MOVE WS_RECICLOS_ACTUAL TO EXC_RECICLOS.
           MOVE MONEDA TO EXC_MONEDA.
           WRITE EXCEPCION_REC.
           PERFORM GRABAR_HISTORICO.

      *> Pedido 039: la misma excepcion en el historico acumulado,
      *> con la fecha y el id de la corrida, el origen de la cuenta y
      *> la secuencia del header de la entrada.
       GRABAR_HISTORICO.
           MOVE WS_FECHA_CORRIDA TO HEX_FECHA.
           MOVE WS_ID_CORRIDA TO HEX_ID_CORRIDA.
           MOVE "EJERCICIO5" TO HEX_PROGRAMA.
           MOVE WS_ORIGEN_CUENTA TO HEX_ORIGEN.
           MOVE WS_HDR_SECUENCIA TO HEX_SECUENCIA.
           MOVE WS_CONTADOR_LEIDOS TO HEX_NUM_REGISTRO.
           MOVE EXC_CUENTA TO HEX_CUENTA.
           MOVE EXC_CAMPO1 TO HEX_CAMPO1.
           MOVE EXC_CAMPO2 TO HEX_CAMPO2.
           MOVE EXC_MONEDA TO HEX_MONEDA.
           MOVE EXC_MOTIVO TO HEX_MOTIVO.
           MOVE EXC_RECICLOS TO HEX_RECICLOS.
           WRITE HISTORICO_REC.

      *> Pedido 001: un renglon de auditoria por cada ajuste de CAMPO2,
      *> con el valor original, el codigo de tasa aplicado, el valor
           MOVE WS_CAMPO2_ANTES TO AUD_CAMPO2_ANTES.
           MOVE WS_CODIGO_APLICADO TO AUD_CODIGO_TASA.
           MOVE CAMPO2 TO AUD_CAMPO2_DESPUES.
           MOVE WS_ORIGEN_TASA TO AUD_ORIGEN_TASA.
           MOVE MONEDA TO AUD_MONEDA.
           WRITE AUDITORIA_REC.

      *> Pedido 004: el REGISTRO con CAMPO2 ya ajustado, para consumo
      *> ademas no es valido) es una cuenta repetida dentro de la
      *> corrida y se marca para que AJUSTAR_REGISTRO la mande a
      *> excepciones.
      *> Pedido 034: el maestro ya no arranca vacio, asi que la clave
      *> repetida se decide por la marca de la ultima grabacion: si la
      *> grabo esta misma corrida con otro numero de registro es una
      *> cuenta repetida en la corrida (duplicado, a excepciones); si
      *> la grabo esta corrida con el mismo numero es el registro en
      *> curso al momento del corte de una corrida reanudada, y si la
      *> grabo otra corrida es la cuenta que viene de un dia anterior;
      *> en esos dos casos se pisa con REWRITE.
       GRABAR_SALIDA.
           MOVE CUENTA TO CUENTA_SAL.
           READ SALIDA_FILE
               INVALID KEY
                   MOVE 'N' TO WS_SALIDA_EXISTENTE
               NOT INVALID KEY
                   MOVE 'S' TO WS_SALIDA_EXISTENTE
           END-READ.
           IF WS_SALIDA_EXISTENTE = 'S'
                   AND SAL_ID_CORRIDA = WS_ID_CORRIDA
                   AND SAL_NUM_REGISTRO NOT = WS_CONTADOR_LEIDOS
               MOVE 'S' TO WS_SALIDA_DUPLICADA
           ELSE
               MOVE CUENTA TO CUENTA_SAL
               MOVE CAMPO1 TO CAMPO1_SAL
               MOVE CAMPO2 TO CAMPO2_SAL
               MOVE MONEDA TO MONEDA_SAL
               MOVE WS_FECHA_CORRIDA TO SAL_FECHA_ULT
               MOVE WS_ID_CORRIDA TO SAL_ID_CORRIDA
               MOVE WS_CONTADOR_LEIDOS TO SAL_NUM_REGISTRO
               IF WS_SALIDA_EXISTENTE = 'S'
                   REWRITE SALIDA_REC
               ELSE
                   WRITE SALIDA_REC
               END-IF
           END-IF.

      *> Pedido 008: extracto CSV para que el equipo de reporting lo
           MOVE SPACES TO EXTRACTO_REC.
           MOVE WS_CAMPO2_ANTES TO WS_CAMPO2_ANTES_ED.
           MOVE CAMPO2 TO WS_CAMPO2_DESPUES_ED.
           PERFORM FIJAR_ORIGEN_TASA_TXT.
           STRING CUENTA DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  CAMPO1 DELIMITED BY SIZE
                  WS_CODIGO_APLICADO DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS_CAMPO2_DESPUES_ED DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS_ORIGEN_TASA_TXT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  MONEDA DELIMITED BY SIZE
               INTO EXTRACTO_REC
           END-STRING.
           WRITE EXTRACTO_REC.
           END-STRING.
           WRITE REPORTE_REC.
           MOVE SPACES TO REPORTE_REC.
           MOVE "CUENTA    CAMPO1  MONEDA  CAMPO2-ANTES  COD-TASA  CAMP
      -        "O2-DESPUES  ORIGEN" TO REPORTE_REC.
           WRITE REPORTE_REC.
           MOVE SPACES TO REPORTE_REC.
           MOVE "--------------------------------------------"
      *> ordenado por CAMPO1, con salto de pagina y corte de control
      *> (subtotal) cada vez que cambia CAMPO1 en vez del DISPLAY de a
      *> 10 registros por consola.
      *> Pedido 036: el cambio de moneda cierra el grupo de CAMPO1 en
      *> curso y el total de la moneda, y el corte por CAMPO1 vuelve a
      *> empezar dentro de la moneda nueva.
       ESCRIBIR_DETALLE_REPORTE.
           IF WS_MONEDA_ANTERIOR NOT = SPACES
                   AND MONEDA NOT = WS_MONEDA_ANTERIOR
               IF WS_CAMPO1_ANTERIOR NOT = SPACES
                   PERFORM ESCRIBIR_SUBTOTAL
                   MOVE SPACES TO WS_CAMPO1_ANTERIOR
               END-IF
               PERFORM ESCRIBIR_SUBTOTAL_MONEDA
           END-IF.
           IF WS_CAMPO1_ANTERIOR NOT = SPACES
                   AND CAMPO1 NOT = WS_CAMPO1_ANTERIOR
               PERFORM ESCRIBIR_SUBTOTAL
           END-IF.
           MOVE CAMPO1 TO WS_CAMPO1_ANTERIOR.
           MOVE MONEDA TO WS_MONEDA_ANTERIOR.
           IF WS_LINEAS_EN_PAGINA >= WS_LINEAS_POR_PAGINA
               PERFORM ENCABEZADO_REPORTE
           END-IF.
           ADD 1 TO WS_SUBTOTAL_CONTADOR.
           ADD WS_CAMPO2_ANTES TO WS_SUBTOTAL_ANTES.
           ADD CAMPO2 TO WS_SUBTOTAL_DESPUES.
           ADD 1 TO WS_SUBMON_CONTADOR.
           ADD WS_CAMPO2_ANTES TO WS_SUBMON_ANTES.
           ADD CAMPO2 TO WS_SUBMON_DESPUES.
           MOVE SPACES TO WS_LINEA_REPORTE.
           MOVE WS_CAMPO2_ANTES TO WS_CAMPO2_ANTES_ED.
           MOVE CAMPO2 TO WS_CAMPO2_DESPUES_ED.
           PERFORM FIJAR_ORIGEN_TASA_TXT.
           STRING CUENTA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CAMPO1 DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  MONEDA DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS_CAMPO2_ANTES_ED DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS_CODIGO_APLICADO DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS_CAMPO2_DESPUES_ED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS_ORIGEN_TASA_TXT DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           MOVE WS_LINEA_REPORTE TO REPORTE_REC.
           MOVE SPACES TO WS_LINEA_REPORTE.
           MOVE WS_SUBTOTAL_ANTES TO WS_SUMA_ANTES_ED.
           MOVE WS_SUBTOTAL_DESPUES TO WS_SUMA_DESPUES_ED.
           STRING "  SUBTOTAL MONEDA=" DELIMITED BY SIZE
                  WS_MONEDA_ANTERIOR DELIMITED BY SIZE
                  " CAMPO1=" DELIMITED BY SIZE
                  WS_CAMPO1_ANTERIOR DELIMITED BY SIZE
                  "  REGISTROS: " DELIMITED BY SIZE
                  WS_SUBTOTAL_CONTADOR DELIMITED BY SIZE
           MOVE 0 TO WS_SUBTOTAL_ANTES.
           MOVE 0 TO WS_SUBTOTAL_DESPUES.

      *> Pedido 036: total de la moneda que se acaba de terminar.
       ESCRIBIR_SUBTOTAL_MONEDA.
           MOVE SPACES TO WS_LINEA_REPORTE.
           MOVE WS_SUBMON_ANTES TO WS_SUMA_ANTES_ED.
           MOVE WS_SUBMON_DESPUES TO WS_SUMA_DESPUES_ED.
           STRING "TOTAL MONEDA=" DELIMITED BY SIZE
                  WS_MONEDA_ANTERIOR DELIMITED BY SIZE
                  "  REGISTROS: " DELIMITED BY SIZE
                  WS_SUBMON_CONTADOR DELIMITED BY SIZE
                  "  ANTES: " DELIMITED BY SIZE
                  WS_SUMA_ANTES_ED DELIMITED BY SIZE
                  "  DESPUES: " DELIMITED BY SIZE
                  WS_SUMA_DESPUES_ED DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           MOVE WS_LINEA_REPORTE TO REPORTE_REC.
           WRITE REPORTE_REC.
           ADD 1 TO WS_LINEAS_EN_PAGINA.
           MOVE 0 TO WS_SUBMON_CONTADOR.
           MOVE 0 TO WS_SUBMON_ANTES.
           MOVE 0 TO WS_SUBMON_DESPUES.

      *> Pedido 009: subtotal de la ultima categoria de CAMPO1, que de
      *> otro modo quedaria sin cerrar al terminar el archivo.
      *> Pedido 036: y el total de la ultima moneda.
       CERRAR_REPORTE.
           IF WS_CAMPO1_ANTERIOR NOT = SPACES
               PERFORM ESCRIBIR_SUBTOTAL
           END-IF.
           IF WS_MONEDA_ANTERIOR NOT = SPACES
               PERFORM ESCRIBIR_SUBTOTAL_MONEDA
           END-IF.

      *> Pedido 000: acumula contadores y sumas (antes/despues) por
      *> categoria AA, BB y OTRA (cualquier otro valor de CAMPO1).
           ADD WS_CAMPO2_ANTES TO WS_TOTAL_ANTES.
           ADD CAMPO2 TO WS_TOTAL_DESPUES.

      *> Pedido 036: la misma apertura AA/BB/OTRA dentro de la moneda
      *> del registro, para el resumen y los asientos por moneda.
       ACUMULAR_MONEDA.
           MOVE MONEDA TO WS_MONEDA_ACTUAL.
           PERFORM UBICAR_MONEDA.
           ADD 1 TO WS_MON_TOTAL_CONTADOR(WS_POS_MONEDA).
           ADD WS_CAMPO2_ANTES TO WS_MON_TOTAL_ANTES(WS_POS_MONEDA).
           ADD CAMPO2 TO WS_MON_TOTAL_DESPUES(WS_POS_MONEDA).
           IF WS_CODIGO_APLICADO = 'AA'
               ADD 1 TO WS_MON_AA_CONTADOR(WS_POS_MONEDA)
               ADD WS_CAMPO2_ANTES TO WS_MON_AA_ANTES(WS_POS_MONEDA)
               ADD CAMPO2 TO WS_MON_AA_DESPUES(WS_POS_MONEDA)
           ELSE
               IF WS_CODIGO_APLICADO = 'BB'
                   ADD 1 TO WS_MON_BB_CONTADOR(WS_POS_MONEDA)
                   ADD WS_CAMPO2_ANTES TO WS_MON_BB_ANTES(WS_POS_MONEDA)
                   ADD CAMPO2 TO WS_MON_BB_DESPUES(WS_POS_MONEDA)
               ELSE
                   ADD 1 TO WS_MON_OTRA_CONTADOR(WS_POS_MONEDA)
                   ADD WS_CAMPO2_ANTES
                       TO WS_MON_OTRA_ANTES(WS_POS_MONEDA)
                   ADD CAMPO2 TO WS_MON_OTRA_DESPUES(WS_POS_MONEDA)
               END-IF
           END-IF.

      *> Pedido 019: carga de la tabla propuesta, espejo de
      *> CARGAR_TASAS sobre TASAS.PROP.
       CARGAR_TASAS_PROP.
       SIMULAR_REGISTRO.
           ADD 1 TO WS_CONTADOR_LEIDOS.
           PERFORM BUSCAR_TASA.
           IF WS_ORIGEN_TASA = 'C'
               ADD 1 TO WS_SIM_CON_ACUERDO
           END-IF.
           IF WS_TASA_ENCONTRADA = 'S'
               COMPUTE WS_SIM_CAMPO2_ACTUAL ROUNDED =
                   CAMPO2 * WS_FACTOR_APLICADO

      *> Pedido 019: misma regla de vigencia que BUSCAR_TASA, sobre
      *> la tabla propuesta.
      *> Pedido 031: y con la misma precedencia -- la cuenta con
      *> acuerdo vigente conserva su factor pactado con cualquier
      *> tabla, asi el impacto simulado no la cuenta como cambio.
       BUSCAR_TASA_PROPUESTA.
           MOVE 'N' TO WS_PROP_ENCONTRADA.
           MOVE 0 TO WS_PROP_FACTOR.
                       MOVE 'S' TO WS_PROP_ENCONTRADA
               END-IF
           END-PERFORM.
           IF WS_PROP_ENCONTRADA = 'S' OR WS_CODIGO_CONOCIDO = 'S'
               PERFORM BUSCAR_TASA_CUENTA
               IF WS_TAC_ENCONTRADA = 'S'
                   MOVE WS_TAC_FACTOR_APLICADO TO WS_PROP_FACTOR
                   MOVE 'S' TO WS_PROP_ENCONTRADA
               END-IF
           END-IF.

       ACUMULAR_SIMULACION.
           MOVE 0 TO WS_SIM_POS.
               INTO WS_LINEA_SIMULACION
           END-STRING.
           WRITE SIMULACION_REC FROM WS_LINEA_SIMULACION.
           MOVE SPACES TO WS_LINEA_SIMULACION.
           STRING "REGISTROS CON TASA PACTADA POR CUENTA (FACTOR "
                      DELIMITED BY SIZE
                  "SIN CAMBIO EN AMBAS TABLAS): " DELIMITED BY SIZE
                  WS_SIM_CON_ACUERDO DELIMITED BY SIZE
               INTO WS_LINEA_SIMULACION
           END-STRING.
           WRITE SIMULACION_REC FROM WS_LINEA_SIMULACION.
           CLOSE SIMULACION_FILE.

       ESCRIBIR_CATEGORIA_SIM.
           DISPLAY "TOTAL REGISTROS: " WS_TOTAL_CONTADOR
               "  SUMA-ANTES: " WS_SUMA_ANTES_ED
               "  SUMA-DESPUES: " WS_SUMA_DESPUES_ED.
      *> Pedido 036: los totales de arriba mezclan monedas; la
      *> apertura por moneda muestra cada una en su propia moneda.
           PERFORM ESCRIBIR_RESUMEN_MONEDA
               VARYING WS_MON_IDX FROM 1 BY 1
               UNTIL WS_MON_IDX > WS_MON_CANT.
           DISPLAY "EXCEPCIONES (CAMPO1 NO VALIDO): "
               WS_EXCEPCIONES_CONTADOR.
           DISPLAY "RETENIDOS POR MOVIMIENTO:       "
               WS_RETENIDOS_CONTADOR.
           DISPLAY "LIBERADOS REPROCESADOS:         "
               WS_LIBERADOS_CONTADOR.

       ESCRIBIR_RESUMEN_MONEDA.
           MOVE WS_MON_TOTAL_ANTES(WS_MON_IDX) TO WS_SUMA_ANTES_ED.
           MOVE WS_MON_TOTAL_DESPUES(WS_MON_IDX) TO WS_SUMA_DESPUES_ED.
           MOVE WS_MON_COTIZACION(WS_MON_IDX) TO WS_COTIZACION_ED.
           DISPLAY "MONEDA " WS_MON_CODIGO(WS_MON_IDX)
               " REGISTROS: " WS_MON_TOTAL_CONTADOR(WS_MON_IDX)
               "  SUMA-ANTES: " WS_SUMA_ANTES_ED
               "  SUMA-DESPUES: " WS_SUMA_DESPUES_ED
               "  COTIZACION: " WS_COTIZACION_ED.

      *> Pedido 026: los mismos acumulados del resumen AA/BB/OTRA,
      *> pero a la interfaz contable: un asiento por categoria con
      *> registros y el contrasiento que deja la corrida en cero. Una
      *> corrida sin ajustes no asienta nada.
      *> Pedido 036: los renglones se abren por moneda, convertidos a
      *> moneda base con la cotizacion de la fecha de negocio, y cada
      *> moneda cierra con su CONTRA (en base y en la moneda original).
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
