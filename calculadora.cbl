           SELECT OPTIONAL INCIDENTES-FILE ASSIGN TO "INCIDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENTES-STATUS.
           SELECT OPTIONAL CONSUMO-FILE ASSIGN TO "CONSUMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSUMO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  INCIDENTES-REGISTRO.
       COPY INCREG.

       FD  CONSUMO-FILE.
       01  CONSUMO-REGISTRO.
       COPY CNSREG.

       WORKING-STORAGE SECTION.

       01 NUMERO PIC S9(5)V9(4).
       01 WS-T PIC 9(3).
       01 WS-TABLA-COLA.
           05 WS-COLA-ENTRADA OCCURS 500.
              10 WS-COLA-REGISTRO PIC X(104).
       01 WS-LINEA-LOTE PIC 9(9) VALUE 0.
       01 WS-MOTIVO-RECHAZO PIC X(12).
       01 WS-REGISTRO-ENTRADA PIC X(80).
       01 WS-PERFIL-LIMITE-DISPLAY PIC ZZ9.
       01 WS-OPERACION-COMPROBAR PIC X.
       01 WS-OPERACION-AUTORIZADA PIC X.

       01 WS-CONSUMO-STATUS PIC XX.
           88 CONSUMO-STATUS-OK VALUES "00" "05".
       01 WS-CONSUMO-OPERADOR PIC X(20).
       01 WS-CONSUMO-ORIGEN PIC X.
       01 WS-CONSUMO-REFERENCIA PIC 9(6).
       01 WS-CONSUMO-CARGO PIC X.
       01 WS-CUOTA-OPERADOR PIC X(20).
       01 WS-CUOTA-CARGADA PIC X VALUE "N".
           88 CUOTA-CARGADA VALUE "S".
       01 WS-CUOTA-ENCONTRADA PIC X.
       01 WS-CUOTA-FECHA PIC X(8).
       01 WS-CUOTAS.
           05 WS-CUOTA-DIA-TABLAS PIC 9(5).
           05 WS-CUOTA-DIA-FILAS PIC 9(7).
           05 WS-CUOTA-MES-TABLAS PIC 9(5).
           05 WS-CUOTA-MES-FILAS PIC 9(7).
       01 WS-CUOTAS-DEFECTO.
           05 WS-CUOTA-DEF-DIA-TABLAS PIC 9(5).
           05 WS-CUOTA-DEF-DIA-FILAS PIC 9(7).
           05 WS-CUOTA-DEF-MES-TABLAS PIC 9(5).
           05 WS-CUOTA-DEF-MES-FILAS PIC 9(7).
       01 WS-CONSUMO-DIA-TABLAS PIC 9(7).
       01 WS-CONSUMO-DIA-FILAS PIC 9(9).
       01 WS-CONSUMO-MES-TABLAS PIC 9(7).
       01 WS-CONSUMO-MES-FILAS PIC 9(9).
       01 WS-PEDIDO-TABLAS PIC 9(5).
       01 WS-PEDIDO-FILAS PIC 9(9).
       01 WS-CUOTA-SUPERADA PIC X VALUE "N".
           88 CUOTA-SUPERADA VALUE "S".
       01 WS-CUOTA-NOMBRE PIC X(20).
       01 WS-CUOTA-NOMBRE-EN PIC X(20).
       01 WS-CUOTA-USADO PIC 9(9).
       01 WS-CUOTA-LIMITE PIC 9(9).
       01 WS-CUOTA-USADO-DISPLAY PIC Z(8)9.
       01 WS-CUOTA-LIMITE-DISPLAY PIC Z(8)9.
       01 WS-CUOTA-PEDIDO-DISPLAY PIC Z(8)9.
       01 WS-EXPORT-STATUS PIC XX.
           88 EXPORT-STATUS-OK VALUES "00" "05".

               IF FUNCTION UPPER-CASE(SALIDA) = WS-PALABRA-SALIDA
                   GO TO FINALIZAR
               ELSE
                   PERFORM COMPROBAR-CUOTA-INTERACTIVA
                   PERFORM REINICIA-PROGRAMA
                   PERFORM INTRODUCE-NUMERO
                   PERFORM MOSTRAR-TABLA
                       "rechazo no queda auditado."
               END-IF.

      * Cuotas de uso: se cargan para el operador al que se carga la
      * tabla (el usuario en interactivo y lote, el solicitante en
      * modo cola) y se vuelven a cargar cuando cambia. Las peticiones
      * de la cola que vienen de pidetrab (sin TRB-FICHERO) ya se
      * cargaron al encolarlas: no se comprueban ni se cargan de nuevo.
           FIJAR-OPERADOR-CUOTA.
               IF MODO-COLA-ACTIVO
                   MOVE TRA-SOLICITANTE TO WS-CONSUMO-OPERADOR
                   MOVE "C" TO WS-CONSUMO-ORIGEN
                   MOVE TRA-SECUENCIA TO WS-CONSUMO-REFERENCIA
                   IF TRA-FICHERO = SPACES
                       MOVE "N" TO WS-CONSUMO-CARGO
                   ELSE
                       MOVE "S" TO WS-CONSUMO-CARGO
                   END-IF
               ELSE
                   MOVE WS-OPERADOR-ID TO WS-CONSUMO-OPERADOR
                   IF MODO-LOTE-ACTIVO
                       MOVE "L" TO WS-CONSUMO-ORIGEN
                   ELSE
                       MOVE "I" TO WS-CONSUMO-ORIGEN
                   END-IF
                   MOVE WS-NUMERO-EJECUCION TO WS-CONSUMO-REFERENCIA
                   MOVE "S" TO WS-CONSUMO-CARGO
               END-IF.
               IF NOT CUOTA-CARGADA
                   OR WS-CONSUMO-OPERADOR NOT = WS-CUOTA-OPERADOR
                   MOVE WS-CONSUMO-OPERADOR TO WS-CUOTA-OPERADOR
                   PERFORM CARGAR-CUOTA
               END-IF.

           CARGAR-CUOTA.
               ACCEPT WS-CUOTA-FECHA FROM DATE YYYYMMDD.
               MOVE ZEROS TO WS-CUOTAS WS-CUOTAS-DEFECTO.
               MOVE 0 TO WS-CONSUMO-DIA-TABLAS WS-CONSUMO-DIA-FILAS
                   WS-CONSUMO-MES-TABLAS WS-CONSUMO-MES-FILAS.
               MOVE "N" TO WS-CUOTA-ENCONTRADA.
               OPEN INPUT OPERADORES-FILE.
               IF WS-OPERADORES-STATUS = "00"
                   PERFORM LEER-CUOTA-PERFIL
               END-IF.
               CLOSE OPERADORES-FILE.
               IF WS-CUOTA-ENCONTRADA = "N"
                   MOVE WS-CUOTAS-DEFECTO TO WS-CUOTAS
               END-IF.
               OPEN INPUT CONSUMO-FILE.
               IF WS-CONSUMO-STATUS = "00"
                   PERFORM LEER-CONSUMO
               END-IF.
               CLOSE CONSUMO-FILE.
               SET CUOTA-CARGADA TO TRUE.

           LEER-CUOTA-PERFIL.
               READ OPERADORES-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-OPERADORES-STATUS = "00"
                   EVALUATE OPR-ID
                       WHEN WS-CUOTA-OPERADOR
                           MOVE "S" TO WS-CUOTA-ENCONTRADA
                           IF OPR-CUOTA-DIA-TABLAS IS NUMERIC
                               MOVE OPR-CUOTA-DIA-TABLAS
                                   TO WS-CUOTA-DIA-TABLAS
                           END-IF
                           IF OPR-CUOTA-DIA-FILAS IS NUMERIC
                               MOVE OPR-CUOTA-DIA-FILAS
                                   TO WS-CUOTA-DIA-FILAS
                           END-IF
                           IF OPR-CUOTA-MES-TABLAS IS NUMERIC
                               MOVE OPR-CUOTA-MES-TABLAS
                                   TO WS-CUOTA-MES-TABLAS
                           END-IF
                           IF OPR-CUOTA-MES-FILAS IS NUMERIC
                               MOVE OPR-CUOTA-MES-FILAS
                                   TO WS-CUOTA-MES-FILAS
                           END-IF
                       WHEN "*DEFECTO*"
                           IF OPR-CUOTA-DIA-TABLAS IS NUMERIC
                               MOVE OPR-CUOTA-DIA-TABLAS
                                   TO WS-CUOTA-DEF-DIA-TABLAS
                           END-IF
                           IF OPR-CUOTA-DIA-FILAS IS NUMERIC
                               MOVE OPR-CUOTA-DIA-FILAS
                                   TO WS-CUOTA-DEF-DIA-FILAS
                           END-IF
                           IF OPR-CUOTA-MES-TABLAS IS NUMERIC
                               MOVE OPR-CUOTA-MES-TABLAS
                                   TO WS-CUOTA-DEF-MES-TABLAS
                           END-IF
                           IF OPR-CUOTA-MES-FILAS IS NUMERIC
                               MOVE OPR-CUOTA-MES-FILAS
                                   TO WS-CUOTA-DEF-MES-FILAS
                           END-IF
                   END-EVALUATE
                   GO TO LEER-CUOTA-PERFIL
               END-IF.

           LEER-CONSUMO.
               READ CONSUMO-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-CONSUMO-STATUS = "00"
                   IF CNS-OPERADOR = WS-CUOTA-OPERADOR
                       AND CNS-CARGO-CUOTA
                       AND CNS-TABLAS IS NUMERIC
                       AND CNS-FILAS IS NUMERIC
                       AND CNS-FECHA (1:6) = WS-CUOTA-FECHA (1:6)
                       ADD CNS-TABLAS TO WS-CONSUMO-MES-TABLAS
                       ADD CNS-FILAS TO WS-CONSUMO-MES-FILAS
                       IF CNS-FECHA = WS-CUOTA-FECHA
                           ADD CNS-TABLAS TO WS-CONSUMO-DIA-TABLAS
                           ADD CNS-FILAS TO WS-CONSUMO-DIA-FILAS
                       END-IF
                   END-IF
                   GO TO LEER-CONSUMO
               END-IF.

      * Deja CUOTA-SUPERADA y, si lo esta, la primera cuota que la
      * peticion (WS-PEDIDO-TABLAS / WS-PEDIDO-FILAS) haria rebasar.
           COMPROBAR-CUOTA.
               MOVE "N" TO WS-CUOTA-SUPERADA.
               EVALUATE TRUE
                   WHEN WS-CUOTA-DIA-TABLAS > 0
                       AND WS-CONSUMO-DIA-TABLAS + WS-PEDIDO-TABLAS
                           > WS-CUOTA-DIA-TABLAS
                       MOVE "TABLAS DEL DIA" TO WS-CUOTA-NOMBRE
                       MOVE "tables today" TO WS-CUOTA-NOMBRE-EN
                       MOVE WS-CONSUMO-DIA-TABLAS TO WS-CUOTA-USADO
                       MOVE WS-CUOTA-DIA-TABLAS TO WS-CUOTA-LIMITE
                       MOVE WS-PEDIDO-TABLAS TO WS-CUOTA-PEDIDO-DISPLAY
                       SET CUOTA-SUPERADA TO TRUE
                   WHEN WS-CUOTA-DIA-FILAS > 0
                       AND WS-CONSUMO-DIA-FILAS + WS-PEDIDO-FILAS
                           > WS-CUOTA-DIA-FILAS
                       MOVE "FILAS DEL DIA" TO WS-CUOTA-NOMBRE
                       MOVE "rows today" TO WS-CUOTA-NOMBRE-EN
                       MOVE WS-CONSUMO-DIA-FILAS TO WS-CUOTA-USADO
                       MOVE WS-CUOTA-DIA-FILAS TO WS-CUOTA-LIMITE
                       MOVE WS-PEDIDO-FILAS TO WS-CUOTA-PEDIDO-DISPLAY
                       SET CUOTA-SUPERADA TO TRUE
                   WHEN WS-CUOTA-MES-TABLAS > 0
                       AND WS-CONSUMO-MES-TABLAS + WS-PEDIDO-TABLAS
                           > WS-CUOTA-MES-TABLAS
                       MOVE "TABLAS DEL MES" TO WS-CUOTA-NOMBRE
                       MOVE "tables this month" TO WS-CUOTA-NOMBRE-EN
                       MOVE WS-CONSUMO-MES-TABLAS TO WS-CUOTA-USADO
                       MOVE WS-CUOTA-MES-TABLAS TO WS-CUOTA-LIMITE
                       MOVE WS-PEDIDO-TABLAS TO WS-CUOTA-PEDIDO-DISPLAY
                       SET CUOTA-SUPERADA TO TRUE
                   WHEN WS-CUOTA-MES-FILAS > 0
                       AND WS-CONSUMO-MES-FILAS + WS-PEDIDO-FILAS
                           > WS-CUOTA-MES-FILAS
                       MOVE "FILAS DEL MES" TO WS-CUOTA-NOMBRE
                       MOVE "rows this month" TO WS-CUOTA-NOMBRE-EN
                       MOVE WS-CONSUMO-MES-FILAS TO WS-CUOTA-USADO
                       MOVE WS-CUOTA-MES-FILAS TO WS-CUOTA-LIMITE
                       MOVE WS-PEDIDO-FILAS TO WS-CUOTA-PEDIDO-DISPLAY
                       SET CUOTA-SUPERADA TO TRUE
               END-EVALUATE.
               MOVE WS-CUOTA-USADO TO WS-CUOTA-USADO-DISPLAY.
               MOVE WS-CUOTA-LIMITE TO WS-CUOTA-LIMITE-DISPLAY.

           MOSTRAR-CUOTA-SUPERADA.
               IF IDIOMA-INGLES
                   DISPLAY "Usage quota exceeded for operator "
                       FUNCTION TRIM(WS-CUOTA-OPERADOR) ": "
                       FUNCTION TRIM(WS-CUOTA-NOMBRE-EN) " used "
                       FUNCTION TRIM(WS-CUOTA-USADO-DISPLAY) " of "
                       FUNCTION TRIM(WS-CUOTA-LIMITE-DISPLAY)
                       ", the request needs "
                       FUNCTION TRIM(WS-CUOTA-PEDIDO-DISPLAY) "."
               ELSE
                   DISPLAY "Cuota de uso superada para el operador "
                       FUNCTION TRIM(WS-CUOTA-OPERADOR) ": "
                       FUNCTION LOWER-CASE(
                           FUNCTION TRIM(WS-CUOTA-NOMBRE))
                       " usadas "
                       FUNCTION TRIM(WS-CUOTA-USADO-DISPLAY) " de "
                       FUNCTION TRIM(WS-CUOTA-LIMITE-DISPLAY)
                       ", la peticion pide "
                       FUNCTION TRIM(WS-CUOTA-PEDIDO-DISPLAY) "."
               END-IF.

      * Interactivo: con la cuota agotada no se pide el numero; el
      * limite y la operacion estan fijados para toda la sesion, asi
      * que la sesion termina con el rechazo auditado.
           COMPROBAR-CUOTA-INTERACTIVA.
               PERFORM FIJAR-OPERADOR-CUOTA.
               MOVE 1 TO WS-PEDIDO-TABLAS.
               MOVE WS-LIMITE-MULTIPLICADOR TO WS-PEDIDO-FILAS.
               PERFORM COMPROBAR-CUOTA.
               IF CUOTA-SUPERADA
                   PERFORM MOSTRAR-CUOTA-SUPERADA
                   IF IDIOMA-INGLES
                       DISPLAY "Request refused. Ask a supervisor to "
                           "review the quota in OPERADORES.DAT."
                   ELSE
                       DISPLAY "Peticion rechazada. Un supervisor "
                           "puede revisar la cuota en OPERADORES.DAT."
                   END-IF
                   PERFORM GRABAR-RECHAZO-CUOTA
                   GO TO FINALIZAR
               END-IF.

           GRABAR-RECHAZO-CUOTA.
               MOVE SPACES TO AUDITORIA-REGISTRO.
               ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
               ACCEPT AUD-HORA FROM TIME.
               MOVE WS-OPERADOR-ID TO AUD-OPERADOR.
               MOVE 0 TO AUD-NUMERO.
               MOVE WS-LIMITE-MULTIPLICADOR TO AUD-LIMITE.
               MOVE "R" TO AUD-OPERACION.
               MOVE SPACE TO AUD-ORIGEN.
               MOVE "RECHAZO CUOTA OPERADOR" TO AUD-DETALLE.
               WRITE AUDITORIA-REGISTRO.
               IF WS-AUDITORIA-STATUS NOT = "00"
                   DISPLAY "Aviso: no se pudo escribir en "
                       "AUDITORIA.LOG (estado "
                       WS-AUDITORIA-STATUS "), el rechazo no "
                       "queda auditado."
               END-IF.
               MOVE SPACES TO WS-MENSAJE-CONDICION.
               STRING "RECHAZADO POR CUOTA DE " DELIMITED BY SIZE
                   WS-CUOTA-NOMBRE DELIMITED BY "  "
                   INTO WS-MENSAJE-CONDICION
               END-STRING.
               PERFORM REGISTRAR-AVISO.

      * Lote, reproceso y cola: un registro que rebasaria la cuota se
      * rechaza entero (un rango cuenta todas sus tablas) a
      * RECHAZOS.DAT con motivo CUOTA.
           COMPROBAR-CUOTA-LOTE.
               PERFORM FIJAR-OPERADOR-CUOTA.
               IF WS-CONSUMO-CARGO = "N"
                   GO TO COMPROBAR-CUOTA-LOTE-FIN
               END-IF.
               IF RANGO-ACTIVO
                   COMPUTE WS-PEDIDO-TABLAS =
                       (WS-RANGO-HASTA - WS-RANGO-DESDE)
                       / WS-RANGO-PASO + 1
               ELSE
                   MOVE 1 TO WS-PEDIDO-TABLAS
               END-IF.
               COMPUTE WS-PEDIDO-FILAS =
                   WS-PEDIDO-TABLAS * WS-LIMITE-MULTIPLICADOR.
               PERFORM COMPROBAR-CUOTA.
               IF CUOTA-SUPERADA
                   PERFORM MOSTRAR-CUOTA-SUPERADA
                   MOVE "N" TO WS-NUMERO-LOTE-VALIDO
                   MOVE "CUOTA" TO WS-MOTIVO-RECHAZO
                   PERFORM RESTAURAR-DEFECTOS-LOTE
               END-IF.

           COMPROBAR-CUOTA-LOTE-FIN.
               CONTINUE.

           GRABAR-CONSUMO.
               OPEN EXTEND CONSUMO-FILE.
               IF NOT CONSUMO-STATUS-OK
                   IF IDIOMA-INGLES
                       DISPLAY "Warning: could not write to "
                           "CONSUMO.DAT (status "
                           WS-CONSUMO-STATUS ")."
                   ELSE
                       DISPLAY "Aviso: no se pudo escribir en "
                           "CONSUMO.DAT (estado "
                           WS-CONSUMO-STATUS ")."
                   END-IF
                   MOVE "CONSUMO.DAT NO ACTUALIZADO"
                       TO WS-MENSAJE-CONDICION
                   PERFORM REGISTRAR-AVISO
               ELSE
                   MOVE SPACES TO CONSUMO-REGISTRO
                   ACCEPT CNS-FECHA FROM DATE YYYYMMDD
                   ACCEPT CNS-HORA FROM TIME
                   MOVE WS-CONSUMO-OPERADOR TO CNS-OPERADOR
                   MOVE WS-CONSUMO-ORIGEN TO CNS-ORIGEN
                   MOVE WS-CONSUMO-REFERENCIA TO CNS-REFERENCIA
                   MOVE 1 TO CNS-TABLAS
                   MOVE WS-LIMITE-MULTIPLICADOR TO CNS-FILAS
                   MOVE WS-CONSUMO-CARGO TO CNS-CARGO
                   WRITE CONSUMO-REGISTRO
                   CLOSE CONSUMO-FILE
                   IF CNS-CARGO-CUOTA
                       ADD 1 TO WS-CONSUMO-DIA-TABLAS
                           WS-CONSUMO-MES-TABLAS
                       ADD WS-LIMITE-MULTIPLICADOR
                           TO WS-CONSUMO-DIA-FILAS
                           WS-CONSUMO-MES-FILAS
                   END-IF
               END-IF.

           OBTENER-NUMERO-EJECUCION.
               OPEN INPUT CONTROL-FILE.
               IF WS-CONTROL-STATUS = "00"
                   TO WS-TRABAJO-AREA.
               MOVE WS-ESTADO-TRABAJO TO TRA-ESTADO.
               MOVE WS-NUMERO-EJECUCION TO TRA-EJECUCION.
               IF TRA-RECHAZADO
                   MOVE WS-MOTIVO-RECHAZO TO TRA-MOTIVO
               ELSE
                   MOVE SPACES TO TRA-MOTIVO
               END-IF.
               MOVE WS-TRABAJO-AREA
                   TO WS-COLA-REGISTRO (WS-COLA-INDICE).
               PERFORM GRABAR-COLA.
                   WHEN "00"
                       PERFORM VALIDAR-NUMERO-LOTE
                           THRU VALIDAR-NUMERO-LOTE-FIN
                       IF WS-NUMERO-LOTE-VALIDO = "S"
                           PERFORM COMPROBAR-CUOTA-LOTE
                               THRU COMPROBAR-CUOTA-LOTE-FIN
                       END-IF
                       IF WS-NUMERO-LOTE-VALIDO = "N"
                           IF IDIOMA-INGLES
                               DISPLAY "Skipping invalid batch record: "
                               MOVE WS-COLA-SECUENCIA-ACTUAL
                                   TO WS-PROCESADOS-LOTE
                               PERFORM GRABAR-CHECKPOINT
                           ELSE
      * El salto de reanudacion solo valida el formato: un registro
      * rechazado por cuota cuenta como procesado para no desfasarlo.
                               IF WS-MOTIVO-RECHAZO = "CUOTA"
                                   ADD 1 TO WS-PROCESADOS-LOTE
                                   PERFORM GRABAR-CHECKPOINT
                               END-IF
                           END-IF
                           GO TO LEER-NUMERO-LOTE
                       END-IF
               PERFORM FIJAR-SIMBOLO-OPERACION.
               PERFORM BUSCAR-EN-MAESTRO.
               PERFORM GRABAR-AUDITORIA.
               PERFORM GRABAR-CONSUMO.
               IF TABLA-EN-MAESTRO
                   PERFORM MOSTRAR-DESDE-MAESTRO
               ELSE
