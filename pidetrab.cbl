      *          la fecha y hora, y el estado PENDIENTE. La cola la
      *          procesa calculadora en modo cola entre ventanas de
      *          lotes y listrab muestra su estado.
      *          Cada peticion se comprueba contra las cuotas de uso
      *          del operador (OPERADORES.DAT, o *DEFECTO* si no tiene
      *          perfil) con lo ya anotado en CONSUMO.DAT; la que las
      *          rebasaria se rechaza con aviso y no se encola, y cada
      *          peticion encolada se anota en CONSUMO.DAT. Si
      *          CONSUMO.DAT no se puede abrir la peticion no se encola.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL TRABAJOS-FILE ASSIGN TO "TRABAJOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABAJOS-STATUS.
           SELECT OPTIONAL OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.
           SELECT OPTIONAL CONSUMO-FILE ASSIGN TO "CONSUMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSUMO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  TRABAJOS-REGISTRO.
       COPY TRBREG.

       FD  OPERADORES-FILE.
       01  OPERADORES-REGISTRO.
       COPY OPRREG.

       FD  CONSUMO-FILE.
       01  CONSUMO-REGISTRO.
       COPY CNSREG.

       WORKING-STORAGE SECTION.

       01 WS-TRABAJOS-STATUS PIC XX.

       01 WS-OPERADOR-ID PIC X(20).

       01 WS-OPERADORES-STATUS PIC XX.
       01 WS-CONSUMO-STATUS PIC XX.
           88 CONSUMO-STATUS-OK VALUES "00" "05".
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
       01 WS-CONSUMO-DIA-TABLAS PIC 9(7) VALUE 0.
       01 WS-CONSUMO-DIA-FILAS PIC 9(9) VALUE 0.
       01 WS-CONSUMO-MES-TABLAS PIC 9(7) VALUE 0.
       01 WS-CONSUMO-MES-FILAS PIC 9(9) VALUE 0.
       01 WS-PEDIDO-FILAS PIC 9(9).
       01 WS-CUOTA-SUPERADA PIC X VALUE "N".
           88 CUOTA-SUPERADA VALUE "S".
       01 WS-CUOTA-NOMBRE PIC X(20).
       01 WS-CUOTA-USADO PIC 9(9).
       01 WS-CUOTA-LIMITE PIC 9(9).
       01 WS-CUOTA-USADO-DISPLAY PIC Z(8)9.
       01 WS-CUOTA-LIMITE-DISPLAY PIC Z(8)9.
       01 WS-CUOTA-PEDIDO-DISPLAY PIC Z(8)9.
       01 WS-PETICIONES-RECHAZADAS PIC 9(5) VALUE 0.

       01 WS-ULTIMA-SECUENCIA PIC 9(6) VALUE 0.
       01 WS-TRABAJOS-ANADIDOS PIC 9(5) VALUE 0.

               MOVE "DESCONOCIDO" TO WS-OPERADOR-ID
           END-IF.
           PERFORM BUSCAR-ULTIMA-SECUENCIA.
           PERFORM CARGAR-CUOTA.
           DISPLAY "Captura de peticiones para la cola de trabajos.".

           PEDIR-TRABAJO.
           END-IF.
           PERFORM PEDIR-OPERACION THRU PEDIR-OPERACION-FIN.
           PERFORM PEDIR-LIMITE THRU PEDIR-LIMITE-FIN.
           PERFORM COMPROBAR-CUOTA.
           IF CUOTA-SUPERADA
               ADD 1 TO WS-PETICIONES-RECHAZADAS
               DISPLAY "Cuota de uso superada para el operador "
                   FUNCTION TRIM(WS-OPERADOR-ID) ": "
                   FUNCTION LOWER-CASE(
                       FUNCTION TRIM(WS-CUOTA-NOMBRE))
                   " usadas "
                   FUNCTION TRIM(WS-CUOTA-USADO-DISPLAY) " de "
                   FUNCTION TRIM(WS-CUOTA-LIMITE-DISPLAY)
                   ", la peticion pide "
                   FUNCTION TRIM(WS-CUOTA-PEDIDO-DISPLAY) "."
               DISPLAY "Peticion rechazada, no se anade a la cola. "
                   "Un supervisor puede revisar la cuota en "
                   "OPERADORES.DAT."
               GO TO PEDIR-TRABAJO
           END-IF.
           PERFORM GRABAR-TRABAJO THRU GRABAR-TRABAJO-FIN.
           GO TO PEDIR-TRABAJO.

                   DISPLAY "Sin peticiones, TRABAJOS.DAT no se "
                       "modifica."
               END-IF
               IF WS-PETICIONES-RECHAZADAS > 0
                   DISPLAY "Peticiones rechazadas por cuota: "
                       WS-PETICIONES-RECHAZADAS
               END-IF
               STOP RUN.

           BUSCAR-ULTIMA-SECUENCIA.
                   GO TO FINALIZAR
               END-IF.

      * Cuotas del operador: las de su perfil o, sin perfil, las de
      * *DEFECTO*; el consumo del dia y del mes sale de CONSUMO.DAT.
           CARGAR-CUOTA.
               ACCEPT WS-CUOTA-FECHA FROM DATE YYYYMMDD.
               MOVE ZEROS TO WS-CUOTAS WS-CUOTAS-DEFECTO.
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

           LEER-CUOTA-PERFIL.
               READ OPERADORES-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-OPERADORES-STATUS = "00"
                   EVALUATE OPR-ID
                       WHEN WS-OPERADOR-ID
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
                   IF CNS-OPERADOR = WS-OPERADOR-ID
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

      * Una peticion es una tabla con tantas filas como su limite.
           COMPROBAR-CUOTA.
               MOVE "N" TO WS-CUOTA-SUPERADA.
               MOVE WS-LIMITE-PEDIDO TO WS-PEDIDO-FILAS.
               EVALUATE TRUE
                   WHEN WS-CUOTA-DIA-TABLAS > 0
                       AND WS-CONSUMO-DIA-TABLAS + 1
                           > WS-CUOTA-DIA-TABLAS
                       MOVE "TABLAS DEL DIA" TO WS-CUOTA-NOMBRE
                       MOVE WS-CONSUMO-DIA-TABLAS TO WS-CUOTA-USADO
                       MOVE WS-CUOTA-DIA-TABLAS TO WS-CUOTA-LIMITE
                       MOVE 1 TO WS-CUOTA-PEDIDO-DISPLAY
                       SET CUOTA-SUPERADA TO TRUE
                   WHEN WS-CUOTA-DIA-FILAS > 0
                       AND WS-CONSUMO-DIA-FILAS + WS-PEDIDO-FILAS
                           > WS-CUOTA-DIA-FILAS
                       MOVE "FILAS DEL DIA" TO WS-CUOTA-NOMBRE
                       MOVE WS-CONSUMO-DIA-FILAS TO WS-CUOTA-USADO
                       MOVE WS-CUOTA-DIA-FILAS TO WS-CUOTA-LIMITE
                       MOVE WS-PEDIDO-FILAS TO WS-CUOTA-PEDIDO-DISPLAY
                       SET CUOTA-SUPERADA TO TRUE
                   WHEN WS-CUOTA-MES-TABLAS > 0
                       AND WS-CONSUMO-MES-TABLAS + 1
                           > WS-CUOTA-MES-TABLAS
                       MOVE "TABLAS DEL MES" TO WS-CUOTA-NOMBRE
                       MOVE WS-CONSUMO-MES-TABLAS TO WS-CUOTA-USADO
                       MOVE WS-CUOTA-MES-TABLAS TO WS-CUOTA-LIMITE
                       MOVE 1 TO WS-CUOTA-PEDIDO-DISPLAY
                       SET CUOTA-SUPERADA TO TRUE
                   WHEN WS-CUOTA-MES-FILAS > 0
                       AND WS-CONSUMO-MES-FILAS + WS-PEDIDO-FILAS
                           > WS-CUOTA-MES-FILAS
                       MOVE "FILAS DEL MES" TO WS-CUOTA-NOMBRE
                       MOVE WS-CONSUMO-MES-FILAS TO WS-CUOTA-USADO
                       MOVE WS-CUOTA-MES-FILAS TO WS-CUOTA-LIMITE
                       MOVE WS-PEDIDO-FILAS TO WS-CUOTA-PEDIDO-DISPLAY
                       SET CUOTA-SUPERADA TO TRUE
               END-EVALUATE.
               MOVE WS-CUOTA-USADO TO WS-CUOTA-USADO-DISPLAY.
               MOVE WS-CUOTA-LIMITE TO WS-CUOTA-LIMITE-DISPLAY.

      * CONSUMO.DAT ya esta abierto: sin el no se encola ninguna
      * peticion, para que ninguna quede sin cargo en la cuota.
           GRABAR-CONSUMO.
               MOVE SPACES TO CONSUMO-REGISTRO.
               ACCEPT CNS-FECHA FROM DATE YYYYMMDD.
               ACCEPT CNS-HORA FROM TIME.
               MOVE WS-OPERADOR-ID TO CNS-OPERADOR.
               SET CNS-ENCOLADO TO TRUE.
               MOVE WS-ULTIMA-SECUENCIA TO CNS-REFERENCIA.
               MOVE 1 TO CNS-TABLAS.
               MOVE WS-LIMITE-PEDIDO TO CNS-FILAS.
               SET CNS-CARGO-CUOTA TO TRUE.
               WRITE CONSUMO-REGISTRO.
               IF WS-CONSUMO-STATUS NOT = "00"
                   DISPLAY "Aviso: no se pudo escribir en CONSUMO.DAT "
                       "(estado " WS-CONSUMO-STATUS "), la peticion "
                       "no queda anotada."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-CONSUMO-DIA-TABLAS
                       WS-CONSUMO-MES-TABLAS
                   ADD WS-LIMITE-PEDIDO TO WS-CONSUMO-DIA-FILAS
                       WS-CONSUMO-MES-FILAS
               END-IF.

           GRABAR-TRABAJO.
               OPEN EXTEND CONSUMO-FILE.
               IF NOT CONSUMO-STATUS-OK
                   DISPLAY "No se pudo abrir CONSUMO.DAT (estado "
                       WS-CONSUMO-STATUS "), la peticion no se "
                       "anade."
                   MOVE 8 TO RETURN-CODE
                   GO TO GRABAR-TRABAJO-FIN
               END-IF.
               OPEN EXTEND TRABAJOS-FILE.
               IF NOT TRABAJOS-STATUS-OK
                   DISPLAY "No se pudo abrir TRABAJOS.DAT (estado "
                       WS-TRABAJOS-STATUS "), la peticion no se "
                       "anade."
                   MOVE 8 TO RETURN-CODE
                   CLOSE CONSUMO-FILE
                   GO TO GRABAR-TRABAJO-FIN
               END-IF.
               ADD 1 TO WS-ULTIMA-SECUENCIA.
               SET TRB-PENDIENTE TO TRUE.
               MOVE 0 TO TRB-EJECUCION.
               MOVE SPACE TO TRB-FILLER1 TRB-FILLER2 TRB-FILLER3
                   TRB-FILLER4 TRB-FILLER5 TRB-FILLER6 TRB-FILLER7
                   TRB-FILLER8 TRB-FILLER9.
               WRITE TRABAJOS-REGISTRO.
               IF WS-TRABAJOS-STATUS NOT = "00"
                   DISPLAY "No se pudo escribir en TRABAJOS.DAT "
                   ADD 1 TO WS-TRABAJOS-ANADIDOS
                   DISPLAY "Peticion " WS-ULTIMA-SECUENCIA
                       " anadida como PENDIENTE."
                   PERFORM GRABAR-CONSUMO
               END-IF.
               CLOSE TRABAJOS-FILE.
               CLOSE CONSUMO-FILE.

           GRABAR-TRABAJO-FIN.
               CONTINUE.
