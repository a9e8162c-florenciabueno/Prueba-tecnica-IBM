      *TENDEXC
      *
      *Pedido 039: tendencia mensual de excepciones y rechazos.
      *EXCEPCIONES.DAT se rehace en cada corrida completa y los
      *listados REGEDIT_RECHAZOS.TXT, CONSOLID_RECHAZOS.TXT y
      *DELTAS_RECHAZOS.TXT se pisan en cada ejecucion, asi que una vez
      *que RECICLA movio las excepciones del dia nadie podia decir si
      *un origen manda este mes mas CAMPO1 invalidos que el anterior.
      *REGEDIT, CONSOLID, EJERCICIO5 y DELTAMAES agregan ahora cada
      *rechazo y cada excepcion al historico HISTEXCEP.DAT, y este
      *programa lo resume en TENDEXC.TXT para un mes y el anterior:
      *cantidades e importes por origen x motivo y por CAMPO1 x
      *motivo con la variacion contra el mes anterior, las cuentas
      *que mas se repiten en el mes (las reincidentes, con dos o mas
      *excepciones) y la cantidad por semana del mes de cada motivo,
      *para poder volver a cada origen con la evidencia.
      *
      *El mes sale de la variable de entorno TEND_MES (AAAAMM); si no
      *viene, es el mes en curso. La cantidad de cuentas reincidentes
      *que se listan sale de TEND_REINCIDENTES (20 si no viene). Los
      *importes se suman en la moneda de cada cuenta, por eso los
      *grupos se abren tambien por moneda y el total de un origen o
      *CAMPO1 es solamente de cantidades. Las semanas son tramos fijos
      *del mes: dias 1 a 7, 8 a 14, 15 a 21, 22 a 28 y 29 al fin.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TENDEXC.
       AUTHOR. EQUIPO-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORICO_FILE ASSIGN TO "data/HISTEXCEP.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE_FILE ASSIGN TO "data/TENDEXC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Pedido 039: mismo layout que graban REGEDIT, CONSOLID,
      *> EJERCICIO5 y DELTAMAES.
       FD HISTORICO_FILE.
       01 HISTORICO_REC.
           05 HEX_FECHA PIC 9(08).
           05 HEX_FECHA_PARTES REDEFINES HEX_FECHA.
               10 HEX_MES PIC 9(06).
               10 HEX_DIA PIC 9(02).
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

       FD REPORTE_FILE.
       01 REPORTE_REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS_END PIC X VALUE '1'.
       01 WS_FECHA_HOY PIC 9(08).
       01 WS_HORA_HOY PIC X(06).

      *> Pedido 039: mes del informe y mes anterior, para la
      *> variacion.
       01 WS_MES_TXT PIC X(06) VALUE SPACES.
       01 WS_MES PIC 9(06) VALUE 0.
       01 WS_MES_PARTES REDEFINES WS_MES.
           05 WS_MES_ANIO PIC 9(04).
           05 WS_MES_NUMERO PIC 9(02).
       01 WS_MES_ANTERIOR PIC 9(06) VALUE 0.
       01 WS_MES_ANTERIOR_PARTES REDEFINES WS_MES_ANTERIOR.
           05 WS_MES_ANTERIOR_ANIO PIC 9(04).
           05 WS_MES_ANTERIOR_NUMERO PIC 9(02).
       01 WS_REINCIDENTES_TXT PIC X(05) VALUE SPACES.
       01 WS_TOPE_REINCIDENTES PIC 9(03) VALUE 20.
       01 WS_TOPE_ED PIC ZZ9.

      *> Pedido 039: el renglon del historico es del mes (A), del mes
      *> anterior (P) o de otro mes (blanco, no cuenta).
       01 WS_PERIODO_RENGLON PIC X VALUE SPACE.
       01 WS_CONTADOR_LEIDOS PIC 9(09) VALUE 0.
       01 WS_CONTADOR_MES PIC 9(09) VALUE 0.
       01 WS_CONTADOR_ANTERIOR PIC 9(09) VALUE 0.
       01 WS_CONTADOR_EXCEDIDOS PIC 9(09) VALUE 0.

      *> Pedido 039: grupos origen x motivo x moneda (tipo O) y CAMPO1
      *> x motivo x moneda (tipo C), con cantidad e importe del mes y
      *> del mes anterior. Se ordenan por la clave antes de informar.
       01 WS_GRUPOS_TABLA.
           05 WS_GRP_CANT PIC 9(04) VALUE 0.
           05 WS_GRP OCCURS 1000 TIMES INDEXED BY WS_GRP_IDX.
               10 WS_GRP_CLAVE.
                   15 WS_GRP_TIPO PIC X(01).
                   15 WS_GRP_CODIGO PIC X(08).
                   15 WS_GRP_MOTIVO PIC X(40).
                   15 WS_GRP_MONEDA PIC X(03).
               10 WS_GRP_ACT_CANT PIC 9(07).
               10 WS_GRP_ACT_IMPORTE PIC 9(11)V9(02).
               10 WS_GRP_ANT_CANT PIC 9(07).
               10 WS_GRP_ANT_IMPORTE PIC 9(11)V9(02).
       01 WS_GRP_AUXILIAR PIC X(92) VALUE SPACES.
       01 WS_GRP_BUSCADO.
           05 WS_BUS_TIPO PIC X(01).
           05 WS_BUS_CODIGO PIC X(08).
           05 WS_BUS_MOTIVO PIC X(40).
           05 WS_BUS_MONEDA PIC X(03).
       01 WS_POS_GRUPO PIC 9(04) VALUE 0.
       01 WS_PASADA PIC 9(04) VALUE 0.
       01 WS_POS_PAR PIC 9(04) VALUE 0.
       01 WS_POS_SIGUIENTE PIC 9(04) VALUE 0.
       01 WS_ULTIMO_PAR PIC 9(04) VALUE 0.

      *> Pedido 039: corte por origen o CAMPO1 dentro del informe de
      *> grupos; el total del codigo es solo de cantidades porque sus
      *> importes pueden estar en monedas distintas.
       01 WS_TIPO_INFORME PIC X VALUE SPACE.
       01 WS_HAY_GRUPO PIC X VALUE 'N'.
       01 WS_CODIGO_ANTERIOR PIC X(08) VALUE SPACES.
       01 WS_SUB_ACT_CANT PIC 9(07) VALUE 0.
       01 WS_SUB_ANT_CANT PIC 9(07) VALUE 0.

      *> Pedido 039: cuentas con excepciones en el mes o en el
      *> anterior, para elegir las reincidentes del mes.
       01 WS_CUENTAS_TABLA.
           05 WS_CTA_CANT PIC 9(04) VALUE 0.
           05 WS_CTA OCCURS 5000 TIMES INDEXED BY WS_CTA_IDX.
               10 WS_CTA_CUENTA PIC X(08).
               10 WS_CTA_ORIGEN PIC X(08).
               10 WS_CTA_MONEDA PIC X(03).
               10 WS_CTA_ACT_CANT PIC 9(07).
               10 WS_CTA_ACT_IMPORTE PIC 9(11)V9(02).
               10 WS_CTA_ANT_CANT PIC 9(07).
               10 WS_CTA_MOTIVO PIC X(40).
               10 WS_CTA_ELEGIDA PIC X(01).
       01 WS_POS_CUENTA PIC 9(04) VALUE 0.
       01 WS_PUESTO PIC 9(03) VALUE 0.
       01 WS_POS_MAYOR PIC 9(04) VALUE 0.
       01 WS_FIN_REINCIDENTES PIC X VALUE 'N'.
       01 WS_CONTADOR_REINCIDENTES PIC 9(03) VALUE 0.

      *> Pedido 039: cantidad por semana del mes, por motivo.
       01 WS_MOTIVOS_TABLA.
           05 WS_MOT_CANT PIC 9(04) VALUE 0.
           05 WS_MOT OCCURS 100 TIMES INDEXED BY WS_MOT_IDX.
               10 WS_MOT_TEXTO PIC X(40).
               10 WS_MOT_SEMANA PIC 9(07) OCCURS 5 TIMES.
               10 WS_MOT_TOTAL PIC 9(07).
       01 WS_POS_MOTIVO PIC 9(04) VALUE 0.
       01 WS_SEMANA PIC 9(01) VALUE 0.
       01 WS_SEMANAS_TABLA.
           05 WS_SEMANA_TOTAL PIC 9(07) OCCURS 5 TIMES.
       01 WS_SEMANAS_TOTAL PIC 9(07) VALUE 0.

      *> Pedido 039: variacion contra el mes anterior, con la misma
      *> regla de VARIACION: sentido, diferencia y porcentaje sobre el
      *> mes anterior (999.99 si el mes anterior no tenia nada).
       01 WS_VAR_ACT PIC 9(07) VALUE 0.
       01 WS_VAR_ANT PIC 9(07) VALUE 0.
       01 WS_VAR_DELTA PIC 9(07) VALUE 0.
       01 WS_SENTIDO PIC X VALUE SPACE.
       01 WS_PORCENTAJE PIC 9(03)V9(02) VALUE 0.

       01 WS_CANT_ED PIC Z(06)9.
       01 WS_CANT_ANT_ED PIC Z(06)9.
       01 WS_DELTA_ED PIC Z(06)9.
       01 WS_PORCENTAJE_ED PIC ZZ9.99.
       01 WS_IMPORTE_ED PIC 9(11).9(02).
       01 WS_IMPORTE_ANT_ED PIC 9(11).9(02).
       01 WS_SEMANAS_EDITADAS.
           05 WS_SEMANA_ED PIC Z(06)9 OCCURS 5 TIMES.
       01 WS_LINEA_REPORTE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       START_PROGRAM.
           PERFORM FIJAR_PARAMETROS.
           PERFORM CARGAR_HISTORICO.
           PERFORM ORDENAR_GRUPOS.
           PERFORM ABRIR_REPORTE.
           MOVE 'O' TO WS_TIPO_INFORME.
           PERFORM INFORMAR_GRUPOS.
           MOVE 'C' TO WS_TIPO_INFORME.
           PERFORM INFORMAR_GRUPOS.
           PERFORM INFORMAR_REINCIDENTES.
           PERFORM INFORMAR_SEMANAS.
           CLOSE REPORTE_FILE.
           PERFORM TERMINAR.
           STOP RUN.

      *> Pedido 039: mes del informe (AAAAMM, el mes en curso si no
      *> viene) y el mes anterior; un mes mal formado no se informa.
       FIJAR_PARAMETROS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_FECHA_HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS_HORA_HOY.
           MOVE WS_FECHA_HOY(1:6) TO WS_MES.
           ACCEPT WS_MES_TXT FROM ENVIRONMENT "TEND_MES"
               ON EXCEPTION
                   MOVE SPACES TO WS_MES_TXT
           END-ACCEPT.
           IF WS_MES_TXT NOT = SPACES
               IF WS_MES_TXT NUMERIC
                   MOVE WS_MES_TXT TO WS_MES
               ELSE
                   MOVE 0 TO WS_MES
               END-IF
               IF WS_MES_NUMERO < 1 OR WS_MES_NUMERO > 12
                   DISPLAY "TEND_MES INVALIDO (AAAAMM): " WS_MES_TXT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS_MES_NUMERO = 1
               COMPUTE WS_MES_ANTERIOR_ANIO = WS_MES_ANIO - 1
               MOVE 12 TO WS_MES_ANTERIOR_NUMERO
           ELSE
               MOVE WS_MES_ANIO TO WS_MES_ANTERIOR_ANIO
               COMPUTE WS_MES_ANTERIOR_NUMERO = WS_MES_NUMERO - 1
           END-IF.
           ACCEPT WS_REINCIDENTES_TXT
               FROM ENVIRONMENT "TEND_REINCIDENTES"
               ON EXCEPTION
                   MOVE SPACES TO WS_REINCIDENTES_TXT
           END-ACCEPT.
           IF WS_REINCIDENTES_TXT NOT = SPACES
               COMPUTE WS_TOPE_REINCIDENTES =
                   FUNCTION NUMVAL(WS_REINCIDENTES_TXT)
           END-IF.

      *> Pedido 039: una pasada por el historico; solo cuentan los
      *> renglones del mes y del mes anterior.
       CARGAR_HISTORICO.
           MOVE '1' TO WS_END.
           OPEN INPUT HISTORICO_FILE.
           PERFORM LEER_HISTORICO.
           PERFORM TOMAR_HISTORICO
               UNTIL WS_END = '0'.
           CLOSE HISTORICO_FILE.

       LEER_HISTORICO.
           READ HISTORICO_FILE
               AT END MOVE '0' TO WS_END
           END-READ.

       TOMAR_HISTORICO.
           ADD 1 TO WS_CONTADOR_LEIDOS.
           MOVE SPACE TO WS_PERIODO_RENGLON.
           IF HEX_MES = WS_MES
               MOVE 'A' TO WS_PERIODO_RENGLON
               ADD 1 TO WS_CONTADOR_MES
           END-IF.
           IF HEX_MES = WS_MES_ANTERIOR
               MOVE 'P' TO WS_PERIODO_RENGLON
               ADD 1 TO WS_CONTADOR_ANTERIOR
           END-IF.
           IF WS_PERIODO_RENGLON NOT = SPACE
               IF HEX_ORIGEN = SPACES
                   MOVE "SIN-ORIG" TO HEX_ORIGEN
               END-IF
               MOVE 'O' TO WS_BUS_TIPO
               MOVE HEX_ORIGEN TO WS_BUS_CODIGO
               PERFORM ACUMULAR_GRUPO
               MOVE 'C' TO WS_BUS_TIPO
               MOVE HEX_CAMPO1 TO WS_BUS_CODIGO
               PERFORM ACUMULAR_GRUPO
               IF HEX_CUENTA NOT = SPACES
                   PERFORM ACUMULAR_CUENTA
               END-IF
               IF WS_PERIODO_RENGLON = 'A'
                   PERFORM ACUMULAR_SEMANA
               END-IF
           END-IF.
           PERFORM LEER_HISTORICO.

       ACUMULAR_GRUPO.
           MOVE HEX_MOTIVO TO WS_BUS_MOTIVO.
           MOVE HEX_MONEDA TO WS_BUS_MONEDA.
           PERFORM UBICAR_GRUPO.
           IF WS_POS_GRUPO > 0
               IF WS_PERIODO_RENGLON = 'A'
                   ADD 1 TO WS_GRP_ACT_CANT(WS_POS_GRUPO)
                   ADD HEX_CAMPO2 TO WS_GRP_ACT_IMPORTE(WS_POS_GRUPO)
               ELSE
                   ADD 1 TO WS_GRP_ANT_CANT(WS_POS_GRUPO)
                   ADD HEX_CAMPO2 TO WS_GRP_ANT_IMPORTE(WS_POS_GRUPO)
               END-IF
           END-IF.

       UBICAR_GRUPO.
           MOVE 0 TO WS_POS_GRUPO.
           PERFORM VARYING WS_GRP_IDX FROM 1 BY 1
                   UNTIL WS_GRP_IDX > WS_GRP_CANT
               IF WS_GRP_CLAVE(WS_GRP_IDX) = WS_GRP_BUSCADO
                   SET WS_POS_GRUPO TO WS_GRP_IDX
               END-IF
           END-PERFORM.
           IF WS_POS_GRUPO = 0
               IF WS_GRP_CANT < 1000
                   ADD 1 TO WS_GRP_CANT
                   MOVE WS_GRP_BUSCADO TO WS_GRP_CLAVE(WS_GRP_CANT)
                   MOVE 0 TO WS_GRP_ACT_CANT(WS_GRP_CANT)
                   MOVE 0 TO WS_GRP_ACT_IMPORTE(WS_GRP_CANT)
                   MOVE 0 TO WS_GRP_ANT_CANT(WS_GRP_CANT)
                   MOVE 0 TO WS_GRP_ANT_IMPORTE(WS_GRP_CANT)
                   MOVE WS_GRP_CANT TO WS_POS_GRUPO
               ELSE
                   ADD 1 TO WS_CONTADOR_EXCEDIDOS
               END-IF
           END-IF.

      *> Pedido 039: la cuenta guarda el origen, la moneda y el ultimo
      *> motivo con que aparecio en el mes.
       ACUMULAR_CUENTA.
           MOVE 0 TO WS_POS_CUENTA.
           PERFORM VARYING WS_CTA_IDX FROM 1 BY 1
                   UNTIL WS_CTA_IDX > WS_CTA_CANT
               IF WS_CTA_CUENTA(WS_CTA_IDX) = HEX_CUENTA
                   SET WS_POS_CUENTA TO WS_CTA_IDX
               END-IF
           END-PERFORM.
           IF WS_POS_CUENTA = 0
               IF WS_CTA_CANT < 5000
                   ADD 1 TO WS_CTA_CANT
                   MOVE HEX_CUENTA TO WS_CTA_CUENTA(WS_CTA_CANT)
                   MOVE HEX_ORIGEN TO WS_CTA_ORIGEN(WS_CTA_CANT)
                   MOVE HEX_MONEDA TO WS_CTA_MONEDA(WS_CTA_CANT)
                   MOVE 0 TO WS_CTA_ACT_CANT(WS_CTA_CANT)
                   MOVE 0 TO WS_CTA_ACT_IMPORTE(WS_CTA_CANT)
                   MOVE 0 TO WS_CTA_ANT_CANT(WS_CTA_CANT)
                   MOVE SPACES TO WS_CTA_MOTIVO(WS_CTA_CANT)
                   MOVE 'N' TO WS_CTA_ELEGIDA(WS_CTA_CANT)
                   MOVE WS_CTA_CANT TO WS_POS_CUENTA
               ELSE
                   ADD 1 TO WS_CONTADOR_EXCEDIDOS
               END-IF
           END-IF.
           IF WS_POS_CUENTA > 0
               IF WS_PERIODO_RENGLON = 'A'
                   ADD 1 TO WS_CTA_ACT_CANT(WS_POS_CUENTA)
                   ADD HEX_CAMPO2 TO WS_CTA_ACT_IMPORTE(WS_POS_CUENTA)
                   MOVE HEX_ORIGEN TO WS_CTA_ORIGEN(WS_POS_CUENTA)
                   MOVE HEX_MONEDA TO WS_CTA_MONEDA(WS_POS_CUENTA)
                   MOVE HEX_MOTIVO TO WS_CTA_MOTIVO(WS_POS_CUENTA)
               ELSE
                   ADD 1 TO WS_CTA_ANT_CANT(WS_POS_CUENTA)
               END-IF
           END-IF.

       ACUMULAR_SEMANA.
           COMPUTE WS_SEMANA = (HEX_DIA - 1) / 7 + 1.
           IF WS_SEMANA > 5
               MOVE 5 TO WS_SEMANA
           END-IF.
           MOVE 0 TO WS_POS_MOTIVO.
           PERFORM VARYING WS_MOT_IDX FROM 1 BY 1
                   UNTIL WS_MOT_IDX > WS_MOT_CANT
               IF WS_MOT_TEXTO(WS_MOT_IDX) = HEX_MOTIVO
                   SET WS_POS_MOTIVO TO WS_MOT_IDX
               END-IF
           END-PERFORM.
           IF WS_POS_MOTIVO = 0
               IF WS_MOT_CANT < 100
                   ADD 1 TO WS_MOT_CANT
                   MOVE HEX_MOTIVO TO WS_MOT_TEXTO(WS_MOT_CANT)
                   MOVE 0 TO WS_MOT_SEMANA(WS_MOT_CANT, 1)
                   MOVE 0 TO WS_MOT_SEMANA(WS_MOT_CANT, 2)
                   MOVE 0 TO WS_MOT_SEMANA(WS_MOT_CANT, 3)
                   MOVE 0 TO WS_MOT_SEMANA(WS_MOT_CANT, 4)
                   MOVE 0 TO WS_MOT_SEMANA(WS_MOT_CANT, 5)
                   MOVE 0 TO WS_MOT_TOTAL(WS_MOT_CANT)
                   MOVE WS_MOT_CANT TO WS_POS_MOTIVO
               ELSE
                   ADD 1 TO WS_CONTADOR_EXCEDIDOS
               END-IF
           END-IF.
           IF WS_POS_MOTIVO > 0
               ADD 1 TO WS_MOT_SEMANA(WS_POS_MOTIVO, WS_SEMANA)
               ADD 1 TO WS_MOT_TOTAL(WS_POS_MOTIVO)
           END-IF.

      *> Pedido 039: los grupos se ordenan por tipo, codigo, motivo y
      *> moneda (intercambio de pares vecinos), para que el informe
      *> salga agrupado por origen y por CAMPO1.
       ORDENAR_GRUPOS.
           PERFORM ORDENAR_PASADA
               VARYING WS_PASADA FROM 1 BY 1
               UNTIL WS_PASADA >= WS_GRP_CANT.

       ORDENAR_PASADA.
           COMPUTE WS_ULTIMO_PAR = WS_GRP_CANT - WS_PASADA.
           PERFORM ORDENAR_PAR
               VARYING WS_POS_PAR FROM 1 BY 1
               UNTIL WS_POS_PAR > WS_ULTIMO_PAR.

       ORDENAR_PAR.
           COMPUTE WS_POS_SIGUIENTE = WS_POS_PAR + 1.
           IF WS_GRP_CLAVE(WS_POS_PAR)
                   > WS_GRP_CLAVE(WS_POS_SIGUIENTE)
               MOVE WS_GRP(WS_POS_PAR) TO WS_GRP_AUXILIAR
               MOVE WS_GRP(WS_POS_SIGUIENTE) TO WS_GRP(WS_POS_PAR)
               MOVE WS_GRP_AUXILIAR TO WS_GRP(WS_POS_SIGUIENTE)
           END-IF.

       ABRIR_REPORTE.
           OPEN OUTPUT REPORTE_FILE.
           MOVE "TENDENCIA MENSUAL DE EXCEPCIONES Y RECHAZOS"
               TO REPORTE_REC.
           WRITE REPORTE_REC.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "MES: " DELIMITED BY SIZE
                  WS_MES DELIMITED BY SIZE
                  "   MES ANTERIOR: " DELIMITED BY SIZE
                  WS_MES_ANTERIOR DELIMITED BY SIZE
                  "   EMITIDO: " DELIMITED BY SIZE
                  WS_FECHA_HOY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_HORA_HOY DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.
           MOVE WS_CONTADOR_MES TO WS_VAR_ACT.
           MOVE WS_CONTADOR_ANTERIOR TO WS_VAR_ANT.
           PERFORM CALCULAR_VARIACION.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "EXCEPCIONES Y RECHAZOS DEL MES: " DELIMITED BY SIZE
                  WS_CANT_ED DELIMITED BY SIZE
                  "   DEL MES ANTERIOR: " DELIMITED BY SIZE
                  WS_CANT_ANT_ED DELIMITED BY SIZE
                  "   VARIACION: " DELIMITED BY SIZE
                  WS_SENTIDO DELIMITED BY SIZE
                  WS_DELTA_ED DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS_PORCENTAJE_ED DELIMITED BY SIZE
                  " PCT)" DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.

      *> Pedido 039: diferencia y porcentaje de WS_VAR_ACT contra
      *> WS_VAR_ANT, ya editados para el renglon.
       CALCULAR_VARIACION.
           IF WS_VAR_ACT >= WS_VAR_ANT
               COMPUTE WS_VAR_DELTA = WS_VAR_ACT - WS_VAR_ANT
               MOVE '+' TO WS_SENTIDO
           ELSE
               COMPUTE WS_VAR_DELTA = WS_VAR_ANT - WS_VAR_ACT
               MOVE '-' TO WS_SENTIDO
           END-IF.
           IF WS_VAR_ANT > 0
               COMPUTE WS_PORCENTAJE ROUNDED = WS_VAR_DELTA * 100
                   / WS_VAR_ANT
                   ON SIZE ERROR MOVE 999.99 TO WS_PORCENTAJE
               END-COMPUTE
           ELSE
               IF WS_VAR_DELTA > 0
                   MOVE 999.99 TO WS_PORCENTAJE
               ELSE
                   MOVE 0 TO WS_PORCENTAJE
               END-IF
           END-IF.
           MOVE WS_VAR_ACT TO WS_CANT_ED.
           MOVE WS_VAR_ANT TO WS_CANT_ANT_ED.
           MOVE WS_VAR_DELTA TO WS_DELTA_ED.
           MOVE WS_PORCENTAJE TO WS_PORCENTAJE_ED.

       ESCRIBIR_TITULO.
           MOVE SPACES TO REPORTE_REC.
           WRITE REPORTE_REC.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.

      *> Pedido 039: un informe por tipo de grupo, con total por
      *> origen (o por CAMPO1) al cambiar el codigo.
       INFORMAR_GRUPOS.
           IF WS_TIPO_INFORME = 'O'
               MOVE "POR ORIGEN Y MOTIVO" TO WS_LINEA_REPORTE
           ELSE
               MOVE "POR CAMPO1 Y MOTIVO" TO WS_LINEA_REPORTE
           END-IF.
           PERFORM ESCRIBIR_TITULO.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "  CODIGO   MOTIVO" DELIMITED BY SIZE
                  "                                   MON" DELIMITED
                  BY SIZE
                  " CANT MES     IMPORTE MES" DELIMITED BY SIZE
                  " CANT ANT     IMPORTE ANT" DELIMITED BY SIZE
                  "  VARIACION CANT" DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.
           MOVE 'N' TO WS_HAY_GRUPO.
           MOVE SPACES TO WS_CODIGO_ANTERIOR.
           MOVE 0 TO WS_SUB_ACT_CANT.
           MOVE 0 TO WS_SUB_ANT_CANT.
           PERFORM ESCRIBIR_GRUPO
               VARYING WS_GRP_IDX FROM 1 BY 1
               UNTIL WS_GRP_IDX > WS_GRP_CANT.
           IF WS_HAY_GRUPO = 'S'
               PERFORM ESCRIBIR_SUBTOTAL
           ELSE
               MOVE "  SIN EXCEPCIONES EN LOS DOS MESES" TO REPORTE_REC
               WRITE REPORTE_REC
           END-IF.

       ESCRIBIR_GRUPO.
           IF WS_GRP_TIPO(WS_GRP_IDX) = WS_TIPO_INFORME
               IF WS_HAY_GRUPO = 'S'
                       AND WS_GRP_CODIGO(WS_GRP_IDX)
                           NOT = WS_CODIGO_ANTERIOR
                   PERFORM ESCRIBIR_SUBTOTAL
                   MOVE SPACES TO REPORTE_REC
                   WRITE REPORTE_REC
               END-IF
               MOVE 'S' TO WS_HAY_GRUPO
               MOVE WS_GRP_CODIGO(WS_GRP_IDX) TO WS_CODIGO_ANTERIOR
               ADD WS_GRP_ACT_CANT(WS_GRP_IDX) TO WS_SUB_ACT_CANT
               ADD WS_GRP_ANT_CANT(WS_GRP_IDX) TO WS_SUB_ANT_CANT
               MOVE WS_GRP_ACT_CANT(WS_GRP_IDX) TO WS_VAR_ACT
               MOVE WS_GRP_ANT_CANT(WS_GRP_IDX) TO WS_VAR_ANT
               PERFORM CALCULAR_VARIACION
               MOVE WS_GRP_ACT_IMPORTE(WS_GRP_IDX) TO WS_IMPORTE_ED
               MOVE WS_GRP_ANT_IMPORTE(WS_GRP_IDX)
                   TO WS_IMPORTE_ANT_ED
               MOVE SPACES TO WS_LINEA_REPORTE
               STRING "  " DELIMITED BY SIZE
                      WS_GRP_CODIGO(WS_GRP_IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS_GRP_MOTIVO(WS_GRP_IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS_GRP_MONEDA(WS_GRP_IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS_CANT_ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS_IMPORTE_ED DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS_CANT_ANT_ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS_IMPORTE_ANT_ED DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS_SENTIDO DELIMITED BY SIZE
                      WS_DELTA_ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS_PORCENTAJE_ED DELIMITED BY SIZE
                      " PCT" DELIMITED BY SIZE
                   INTO WS_LINEA_REPORTE
               END-STRING
               WRITE REPORTE_REC FROM WS_LINEA_REPORTE
           END-IF.

       ESCRIBIR_SUBTOTAL.
           MOVE WS_SUB_ACT_CANT TO WS_VAR_ACT.
           MOVE WS_SUB_ANT_CANT TO WS_VAR_ANT.
           PERFORM CALCULAR_VARIACION.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "  TOTAL " DELIMITED BY SIZE
                  WS_CODIGO_ANTERIOR DELIMITED BY SIZE
                  "                                         "
                      DELIMITED BY SIZE
                  WS_CANT_ED DELIMITED BY SIZE
                  "                  " DELIMITED BY SIZE
                  WS_CANT_ANT_ED DELIMITED BY SIZE
                  "                  " DELIMITED BY SIZE
                  WS_SENTIDO DELIMITED BY SIZE
                  WS_DELTA_ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_PORCENTAJE_ED DELIMITED BY SIZE
                  " PCT" DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.
           MOVE 0 TO WS_SUB_ACT_CANT.
           MOVE 0 TO WS_SUB_ANT_CANT.

      *> Pedido 039: las cuentas con dos o mas excepciones en el mes,
      *> de mayor a menor cantidad (a igual cantidad, mayor importe),
      *> hasta el tope pedido.
       INFORMAR_REINCIDENTES.
           MOVE WS_TOPE_REINCIDENTES TO WS_TOPE_ED.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "CUENTAS REINCIDENTES DEL MES (DOS O MAS"
                      DELIMITED BY SIZE
                  " EXCEPCIONES, LAS " DELIMITED BY SIZE
                  WS_TOPE_ED DELIMITED BY SIZE
                  " PRIMERAS)" DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           PERFORM ESCRIBIR_TITULO.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "  CUENTA   ORIGEN   MON" DELIMITED BY SIZE
                  " CANT MES     IMPORTE MES" DELIMITED BY SIZE
                  " CANT ANT  ULTIMO MOTIVO" DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.
           MOVE 'N' TO WS_FIN_REINCIDENTES.
           PERFORM ELEGIR_REINCIDENTE
               VARYING WS_PUESTO FROM 1 BY 1
               UNTIL WS_PUESTO > WS_TOPE_REINCIDENTES
                   OR WS_FIN_REINCIDENTES = 'S'.
           IF WS_CONTADOR_REINCIDENTES = 0
               MOVE "  NINGUNA CUENTA REINCIDENTE EN EL MES"
                   TO REPORTE_REC
               WRITE REPORTE_REC
           END-IF.

       ELEGIR_REINCIDENTE.
           MOVE 0 TO WS_POS_MAYOR.
           PERFORM COMPARAR_REINCIDENTE
               VARYING WS_CTA_IDX FROM 1 BY 1
               UNTIL WS_CTA_IDX > WS_CTA_CANT.
           IF WS_POS_MAYOR = 0
               MOVE 'S' TO WS_FIN_REINCIDENTES
           ELSE
               MOVE 'S' TO WS_CTA_ELEGIDA(WS_POS_MAYOR)
               PERFORM ESCRIBIR_REINCIDENTE
           END-IF.

       COMPARAR_REINCIDENTE.
           IF WS_CTA_ELEGIDA(WS_CTA_IDX) = 'N'
                   AND WS_CTA_ACT_CANT(WS_CTA_IDX) >= 2
               IF WS_POS_MAYOR = 0
                   SET WS_POS_MAYOR TO WS_CTA_IDX
               ELSE
                   IF WS_CTA_ACT_CANT(WS_CTA_IDX)
                           > WS_CTA_ACT_CANT(WS_POS_MAYOR)
                       SET WS_POS_MAYOR TO WS_CTA_IDX
                   ELSE
                       IF WS_CTA_ACT_CANT(WS_CTA_IDX)
                               = WS_CTA_ACT_CANT(WS_POS_MAYOR)
                           AND WS_CTA_ACT_IMPORTE(WS_CTA_IDX)
                               > WS_CTA_ACT_IMPORTE(WS_POS_MAYOR)
                           SET WS_POS_MAYOR TO WS_CTA_IDX
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ESCRIBIR_REINCIDENTE.
           ADD 1 TO WS_CONTADOR_REINCIDENTES.
           MOVE WS_CTA_ACT_CANT(WS_POS_MAYOR) TO WS_CANT_ED.
           MOVE WS_CTA_ANT_CANT(WS_POS_MAYOR) TO WS_CANT_ANT_ED.
           MOVE WS_CTA_ACT_IMPORTE(WS_POS_MAYOR) TO WS_IMPORTE_ED.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "  " DELIMITED BY SIZE
                  WS_CTA_CUENTA(WS_POS_MAYOR) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_CTA_ORIGEN(WS_POS_MAYOR) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_CTA_MONEDA(WS_POS_MAYOR) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS_CANT_ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS_IMPORTE_ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS_CANT_ANT_ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS_CTA_MOTIVO(WS_POS_MAYOR) DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.

      *> Pedido 039: cantidad de cada motivo por semana del mes.
       INFORMAR_SEMANAS.
           MOVE "POR SEMANA DEL MES Y MOTIVO (CANTIDADES)"
               TO WS_LINEA_REPORTE.
           PERFORM ESCRIBIR_TITULO.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "  MOTIVO" DELIMITED BY SIZE
                  "                                 " DELIMITED BY
                  SIZE
                  "  DIAS 1-7 DIAS 8-14 DIAS15-21 DIAS22-28"
                      DELIMITED BY SIZE
                  "  DIAS 29-    TOTAL" DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.
           MOVE 0 TO WS_SEMANA_TOTAL(1).
           MOVE 0 TO WS_SEMANA_TOTAL(2).
           MOVE 0 TO WS_SEMANA_TOTAL(3).
           MOVE 0 TO WS_SEMANA_TOTAL(4).
           MOVE 0 TO WS_SEMANA_TOTAL(5).
           MOVE 0 TO WS_SEMANAS_TOTAL.
           PERFORM ESCRIBIR_MOTIVO_SEMANAS
               VARYING WS_MOT_IDX FROM 1 BY 1
               UNTIL WS_MOT_IDX > WS_MOT_CANT.
           MOVE WS_SEMANA_TOTAL(1) TO WS_SEMANA_ED(1).
           MOVE WS_SEMANA_TOTAL(2) TO WS_SEMANA_ED(2).
           MOVE WS_SEMANA_TOTAL(3) TO WS_SEMANA_ED(3).
           MOVE WS_SEMANA_TOTAL(4) TO WS_SEMANA_ED(4).
           MOVE WS_SEMANA_TOTAL(5) TO WS_SEMANA_ED(5).
           MOVE WS_SEMANAS_TOTAL TO WS_CANT_ED.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "  TOTAL DEL MES" DELIMITED BY SIZE
                  "                           " DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS_SEMANA_ED(1) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS_SEMANA_ED(2) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS_SEMANA_ED(3) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS_SEMANA_ED(4) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS_SEMANA_ED(5) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS_CANT_ED DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.

       ESCRIBIR_MOTIVO_SEMANAS.
           ADD WS_MOT_SEMANA(WS_MOT_IDX, 1) TO WS_SEMANA_TOTAL(1).
           ADD WS_MOT_SEMANA(WS_MOT_IDX, 2) TO WS_SEMANA_TOTAL(2).
           ADD WS_MOT_SEMANA(WS_MOT_IDX, 3) TO WS_SEMANA_TOTAL(3).
           ADD WS_MOT_SEMANA(WS_MOT_IDX, 4) TO WS_SEMANA_TOTAL(4).
           ADD WS_MOT_SEMANA(WS_MOT_IDX, 5) TO WS_SEMANA_TOTAL(5).
           ADD WS_MOT_TOTAL(WS_MOT_IDX) TO WS_SEMANAS_TOTAL.
           MOVE WS_MOT_SEMANA(WS_MOT_IDX, 1) TO WS_SEMANA_ED(1).
           MOVE WS_MOT_SEMANA(WS_MOT_IDX, 2) TO WS_SEMANA_ED(2).
           MOVE WS_MOT_SEMANA(WS_MOT_IDX, 3) TO WS_SEMANA_ED(3).
           MOVE WS_MOT_SEMANA(WS_MOT_IDX, 4) TO WS_SEMANA_ED(4).
           MOVE WS_MOT_SEMANA(WS_MOT_IDX, 5) TO WS_SEMANA_ED(5).
           MOVE WS_MOT_TOTAL(WS_MOT_IDX) TO WS_CANT_ED.
           MOVE SPACES TO WS_LINEA_REPORTE.
           STRING "  " DELIMITED BY SIZE
                  WS_MOT_TEXTO(WS_MOT_IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS_SEMANA_ED(1) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS_SEMANA_ED(2) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS_SEMANA_ED(3) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS_SEMANA_ED(4) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS_SEMANA_ED(5) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS_CANT_ED DELIMITED BY SIZE
               INTO WS_LINEA_REPORTE
           END-STRING.
           WRITE REPORTE_REC FROM WS_LINEA_REPORTE.

       TERMINAR.
           DISPLAY "TENDENCIA DE EXCEPCIONES DEL MES " WS_MES.
           DISPLAY "RENGLONES DEL HISTORICO:  " WS_CONTADOR_LEIDOS.
           DISPLAY "DEL MES:                  " WS_CONTADOR_MES.
           DISPLAY "DEL MES ANTERIOR:         " WS_CONTADOR_ANTERIOR.
           IF WS_CONTADOR_EXCEDIDOS > 0
               DISPLAY "ADVERTENCIA: " WS_CONTADOR_EXCEDIDOS
                   " RENGLONES FUERA DE LAS TABLAS DEL INFORME"
               MOVE 4 TO RETURN-CODE
           END-IF.
