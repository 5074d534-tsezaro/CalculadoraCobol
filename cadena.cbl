      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conductor de la cadena nocturna de la ventana de
      *          lotes. Lee de CADENA.DAT la lista ordenada de pasos
      *          (respaldo COPIA, calculadora en lote, colector,
      *          interfaz, cierre, depurar) con el RETURN-CODE maximo
      *          aceptable de cada uno y el mandato que lo lanza, los
      *          ejecuta en orden y detiene la cadena en cuanto un
      *          paso supera su umbral, de modo que por ejemplo un
      *          cierre con RC 8 impide el depurar. Cada paso queda en
      *          la bitacora CADENA.LOG con la hora de inicio, la de
      *          fin y el RC. Si la cadena se detiene, el paso fallido
      *          se anota en CADENA.CKP y la noche siguiente se ofrece
      *          reanudar desde ese paso en lugar de desde el principio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cadena.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CADENA-FILE ASSIGN TO "CADENA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CADENA-STATUS.
           SELECT OPTIONAL BITACORA-FILE ASSIGN TO "CADENA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BITACORA-STATUS.
           SELECT OPTIONAL REINICIO-FILE ASSIGN TO "CADENA.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REINICIO-STATUS.
           SELECT OPTIONAL INCIDENTES-FILE ASSIGN TO "INCIDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CADENA-FILE.
       01  CADENA-REGISTRO.
           05 CAD-PASO PIC X(10).
           05 CAD-FILLER1 PIC X.
           05 CAD-RC-MAXIMO PIC 99.
           05 CAD-FILLER2 PIC X.
           05 CAD-MANDATO PIC X(100).

       FD  BITACORA-FILE.
       01  BITACORA-REGISTRO.
           05 CLG-FECHA PIC X(8).
           05 CLG-FILLER1 PIC X.
           05 CLG-PASO PIC X(10).
           05 CLG-FILLER2 PIC X.
           05 CLG-INICIO PIC X(6).
           05 CLG-FILLER3 PIC X.
           05 CLG-FIN PIC X(6).
           05 CLG-FILLER4 PIC X.
           05 CLG-RC PIC 999.
           05 CLG-FILLER5 PIC X.
           05 CLG-RC-MAXIMO PIC 99.
           05 CLG-FILLER6 PIC X.
           05 CLG-ESTADO PIC X(12).
           05 CLG-FILLER7 PIC X.
           05 CLG-OPERADOR PIC X(20).

       FD  REINICIO-FILE.
       01  REINICIO-REGISTRO.
           05 RNC-PASO PIC X(10).
           05 RNC-FILLER1 PIC X.
           05 RNC-FECHA PIC X(8).
           05 RNC-FILLER2 PIC X.
           05 RNC-HORA PIC X(6).
           05 RNC-FILLER3 PIC X.
           05 RNC-RC PIC 999.

       FD  INCIDENTES-FILE.
       01  INCIDENTES-REGISTRO.
       COPY INCREG.

       WORKING-STORAGE SECTION.

       01 WS-CADENA-STATUS PIC XX.
       01 WS-BITACORA-STATUS PIC XX.
           88 BITACORA-STATUS-OK VALUES "00" "05".
       01 WS-REINICIO-STATUS PIC XX.
           88 REINICIO-STATUS-OK VALUES "00" "05".
       01 WS-INCIDENTES-STATUS PIC XX.

       01 WS-OPERADOR-ID PIC X(20).
       01 WS-MENSAJE-INCIDENTE PIC X(60).
       01 WS-SEVERIDAD-INCIDENTE PIC 99.

       01 WS-FECHA-HOY PIC X(8).
       01 WS-HORA-INICIO PIC X(6).
       01 WS-HORA-FIN PIC X(6).

       01 WS-ENTRADA PIC X(10).
       01 WS-REINTENTOS PIC 9(3) VALUE 0.
       01 WS-MAX-REINTENTOS PIC 9(3) VALUE 20.

       01 WS-CONDICION-MAXIMA PIC 99 VALUE 0.

       01 WS-PASOS-MAXIMO PIC 99 VALUE 30.
       01 WS-PASOS-USADOS PIC 99 VALUE 0.
       01 WS-LINEAS-CADENA PIC 9(5) VALUE 0.
       01 WS-LINEAS-INVALIDAS PIC 9(5) VALUE 0.
       01 WS-P PIC 99.
       01 WS-TABLA-PASOS.
           05 WS-PASO-ENTRADA OCCURS 30.
              10 WS-PASO-NOMBRE PIC X(10).
              10 WS-PASO-MAXIMO PIC 99.
              10 WS-PASO-MANDATO PIC X(100).
              10 WS-PASO-RC PIC 999.
              10 WS-PASO-ESTADO PIC X(12).

       01 WS-PASO-INICIAL PIC 99 VALUE 1.
       01 WS-PASO-FALLIDO PIC 99 VALUE 0.
       01 WS-CADENA-DETENIDA PIC X VALUE "N".
           88 CADENA-DETENIDA VALUE "S".

       01 WS-REINICIO-PASO PIC X(10) VALUE SPACES.
       01 WS-REINICIO-FECHA PIC X(8) VALUE SPACES.
       01 WS-REINICIO-RC PIC 999 VALUE 0.
       01 WS-REINICIO-INDICE PIC 99 VALUE 0.

       01 WS-MANDATO PIC X(100).
       01 WS-RC-SISTEMA PIC S9(9).
       01 WS-RC-PASO PIC 999.

       01 WS-PASOS-EJECUTADOS PIC 99 VALUE 0.
       01 WS-PASOS-SALTADOS PIC 99 VALUE 0.
       01 WS-PASOS-NO-EJECUTADOS PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERADOR-ID = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERADOR-ID
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-PASOS THRU CARGAR-PASOS-FIN.
           PERFORM CARGAR-REINICIO.
           PERFORM ELEGIR-INICIO THRU ELEGIR-INICIO-FIN.
           PERFORM ABRIR-BITACORA.
           DISPLAY "===== CADENA NOCTURNA - " WS-FECHA-HOY " =====".
           MOVE 0 TO WS-P.
           PERFORM EJECUTAR-PASO THRU EJECUTAR-PASO-FIN
               WS-PASOS-USADOS TIMES.
           CLOSE BITACORA-FILE.
           PERFORM GRABAR-REINICIO.
           DISPLAY "Pasos ejecutados...: " WS-PASOS-EJECUTADOS.
           DISPLAY "Pasos saltados.....: " WS-PASOS-SALTADOS.
           DISPLAY "Pasos no ejecutados: " WS-PASOS-NO-EJECUTADOS.
           IF CADENA-DETENIDA
               DISPLAY "Cadena DETENIDA en el paso "
                   FUNCTION TRIM(WS-PASO-NOMBRE (WS-PASO-FALLIDO))
                   " (RC " WS-PASO-RC (WS-PASO-FALLIDO)
                   ", maximo " WS-PASO-MAXIMO (WS-PASO-FALLIDO) ")."
               DISPLAY "La proxima ejecucion puede reanudar desde "
                   "ese paso."
           ELSE
               DISPLAY "Cadena completada."
           END-IF.

           FINALIZAR.
               DISPLAY "Detalle de los pasos en CADENA.LOG"
               DISPLAY "Condicion maxima...: " WS-CONDICION-MAXIMA
               MOVE WS-CONDICION-MAXIMA TO RETURN-CODE
               STOP RUN.

           ANOTAR-AVISO.
               IF WS-CONDICION-MAXIMA < 4
                   MOVE 4 TO WS-CONDICION-MAXIMA
               END-IF.

           ANOTAR-ERROR.
               IF WS-CONDICION-MAXIMA < 8
                   MOVE 8 TO WS-CONDICION-MAXIMA
               END-IF.

           GRABAR-INCIDENTE.
               OPEN EXTEND INCIDENTES-FILE.
               IF WS-INCIDENTES-STATUS = "00" OR "05"
                   MOVE SPACES TO INCIDENTES-REGISTRO
                   ACCEPT INC-FECHA FROM DATE YYYYMMDD
                   ACCEPT INC-HORA FROM TIME
                   MOVE "CADENA" TO INC-PROGRAMA
                   MOVE WS-OPERADOR-ID TO INC-OPERADOR
                   MOVE WS-SEVERIDAD-INCIDENTE TO INC-SEVERIDAD
                   MOVE "N" TO INC-REVISADO
                   MOVE WS-MENSAJE-INCIDENTE TO INC-MENSAJE
                   WRITE INCIDENTES-REGISTRO
                   CLOSE INCIDENTES-FILE
               END-IF.

      * Una lista de pasos incompleta o mal formada no se ejecuta a
      * medias: saltarse un paso es justo lo que la cadena evita.
           CARGAR-PASOS.
               OPEN INPUT CADENA-FILE.
               IF WS-CADENA-STATUS NOT = "00"
                   CLOSE CADENA-FILE
                   DISPLAY "No se pudo leer CADENA.DAT (estado "
                       WS-CADENA-STATUS "), la cadena no se lanza."
                   MOVE "CADENA.DAT NO DISPONIBLE, CADENA NO LANZADA"
                       TO WS-MENSAJE-INCIDENTE
                   GO TO CARGAR-PASOS-ABORTAR
               END-IF.
               PERFORM LEER-PASO.
               CLOSE CADENA-FILE.
               IF WS-LINEAS-INVALIDAS > 0
                   DISPLAY "CADENA.DAT tiene " WS-LINEAS-INVALIDAS
                       " linea(s) no validas, la cadena no se lanza."
                   MOVE "CADENA.DAT CON LINEAS NO VALIDAS"
                       TO WS-MENSAJE-INCIDENTE
                   GO TO CARGAR-PASOS-ABORTAR
               END-IF.
               IF WS-PASOS-USADOS = 0
                   DISPLAY "CADENA.DAT no contiene pasos, la cadena "
                       "no se lanza."
                   MOVE "CADENA.DAT SIN PASOS, CADENA NO LANZADA"
                       TO WS-MENSAJE-INCIDENTE
                   GO TO CARGAR-PASOS-ABORTAR
               END-IF.
               GO TO CARGAR-PASOS-FIN.

           CARGAR-PASOS-ABORTAR.
               MOVE 8 TO WS-SEVERIDAD-INCIDENTE.
               PERFORM GRABAR-INCIDENTE.
               PERFORM ANOTAR-ERROR.
               GO TO FINALIZAR.

           CARGAR-PASOS-FIN.
               CONTINUE.

           LEER-PASO.
               READ CADENA-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-CADENA-STATUS = "00"
                   ADD 1 TO WS-LINEAS-CADENA
                   IF CADENA-REGISTRO NOT = SPACES
                       PERFORM VALIDAR-PASO
                   END-IF
                   GO TO LEER-PASO
               END-IF.

           VALIDAR-PASO.
               IF CAD-PASO = SPACES
                   OR CAD-RC-MAXIMO IS NOT NUMERIC
                   OR CAD-MANDATO = SPACES
                   ADD 1 TO WS-LINEAS-INVALIDAS
                   DISPLAY "Linea " WS-LINEAS-CADENA
                       " de CADENA.DAT no valida: "
                       CADENA-REGISTRO (1:40)
               ELSE
                   IF WS-PASOS-USADOS < WS-PASOS-MAXIMO
                       ADD 1 TO WS-PASOS-USADOS
                       MOVE WS-PASOS-USADOS TO WS-P
                       MOVE FUNCTION UPPER-CASE(CAD-PASO)
                           TO WS-PASO-NOMBRE (WS-P)
                       MOVE CAD-RC-MAXIMO TO WS-PASO-MAXIMO (WS-P)
                       MOVE CAD-MANDATO TO WS-PASO-MANDATO (WS-P)
                       MOVE 0 TO WS-PASO-RC (WS-P)
                       MOVE SPACES TO WS-PASO-ESTADO (WS-P)
                   ELSE
                       ADD 1 TO WS-LINEAS-INVALIDAS
                       DISPLAY "Linea " WS-LINEAS-CADENA
                           " de CADENA.DAT fuera de la tabla "
                           "interna de pasos."
                   END-IF
               END-IF.

           CARGAR-REINICIO.
               OPEN INPUT REINICIO-FILE.
               IF WS-REINICIO-STATUS = "00"
                   READ REINICIO-FILE
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE(RNC-PASO)
                               TO WS-REINICIO-PASO
                           MOVE RNC-FECHA TO WS-REINICIO-FECHA
                           IF RNC-RC IS NUMERIC
                               MOVE RNC-RC TO WS-REINICIO-RC
                           END-IF
                   END-READ
               END-IF.
               CLOSE REINICIO-FILE.

           ELEGIR-INICIO.
               MOVE 1 TO WS-PASO-INICIAL.
               IF WS-REINICIO-PASO = SPACES
                   GO TO ELEGIR-INICIO-FIN
               END-IF.
               MOVE 0 TO WS-REINICIO-INDICE.
               MOVE 0 TO WS-P.
               PERFORM LOCALIZAR-PASO-REINICIO WS-PASOS-USADOS TIMES.
               IF WS-REINICIO-INDICE = 0
                   DISPLAY "Aviso: el paso de reinicio "
                       FUNCTION TRIM(WS-REINICIO-PASO)
                       " ya no esta en CADENA.DAT, se empieza desde "
                       "el principio."
                   MOVE "PASO DE REINICIO AUSENTE DE CADENA.DAT"
                       TO WS-MENSAJE-INCIDENTE
                   MOVE 4 TO WS-SEVERIDAD-INCIDENTE
                   PERFORM GRABAR-INCIDENTE
                   PERFORM ANOTAR-AVISO
                   GO TO ELEGIR-INICIO-FIN
               END-IF.
               DISPLAY "La cadena anterior se detuvo en el paso "
                   FUNCTION TRIM(WS-REINICIO-PASO) " el "
                   WS-REINICIO-FECHA " (RC " WS-REINICIO-RC ").".

           PEDIR-REINICIO.
               DISPLAY "Reanudar desde ese paso S/N [S]: ".
               ACCEPT WS-ENTRADA.
               IF WS-ENTRADA = SPACES
                   MOVE "S" TO WS-ENTRADA
               END-IF.
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA) TO WS-ENTRADA.
               EVALUATE WS-ENTRADA
                   WHEN "S"
                       MOVE WS-REINICIO-INDICE TO WS-PASO-INICIAL
                   WHEN "N"
                       MOVE 1 TO WS-PASO-INICIAL
                   WHEN OTHER
                       PERFORM CONTAR-REINTENTO
                       DISPLAY "Valor no valido, debe ser S o N."
                       GO TO PEDIR-REINICIO
               END-EVALUATE.

           ELEGIR-INICIO-FIN.
               MOVE 0 TO WS-REINTENTOS.

           LOCALIZAR-PASO-REINICIO.
               ADD 1 TO WS-P.
               IF WS-PASO-NOMBRE (WS-P) = WS-REINICIO-PASO
                   AND WS-REINICIO-INDICE = 0
                   MOVE WS-P TO WS-REINICIO-INDICE
               END-IF.

           CONTAR-REINTENTO.
               ADD 1 TO WS-REINTENTOS.
               IF WS-REINTENTOS > WS-MAX-REINTENTOS
                   DISPLAY "No se ha recibido una entrada valida, "
                       "abortando."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           ABRIR-BITACORA.
               OPEN EXTEND BITACORA-FILE.
               IF NOT BITACORA-STATUS-OK
                   OPEN OUTPUT BITACORA-FILE
               END-IF.
               IF NOT BITACORA-STATUS-OK
                   DISPLAY "No se pudo abrir CADENA.LOG (estado "
                       WS-BITACORA-STATUS "), la cadena no se lanza."
                   MOVE "CADENA.LOG NO DISPONIBLE, CADENA NO LANZADA"
                       TO WS-MENSAJE-INCIDENTE
                   MOVE 8 TO WS-SEVERIDAD-INCIDENTE
                   PERFORM GRABAR-INCIDENTE
                   PERFORM ANOTAR-ERROR
                   GO TO FINALIZAR
               END-IF.

           EJECUTAR-PASO.
               ADD 1 TO WS-P.
               MOVE SPACES TO WS-HORA-INICIO.
               MOVE SPACES TO WS-HORA-FIN.
               IF WS-P < WS-PASO-INICIAL
                   MOVE "SALTADO" TO WS-PASO-ESTADO (WS-P)
                   ADD 1 TO WS-PASOS-SALTADOS
                   DISPLAY "Paso " WS-PASO-NOMBRE (WS-P)
                       " SALTADO por reinicio."
                   PERFORM GRABAR-BITACORA
                   GO TO EJECUTAR-PASO-FIN
               END-IF.
               IF CADENA-DETENIDA
                   MOVE "NO EJECUTADO" TO WS-PASO-ESTADO (WS-P)
                   ADD 1 TO WS-PASOS-NO-EJECUTADOS
                   DISPLAY "Paso " WS-PASO-NOMBRE (WS-P)
                       " NO EJECUTADO, cadena detenida."
                   PERFORM GRABAR-BITACORA
                   GO TO EJECUTAR-PASO-FIN
               END-IF.
               MOVE WS-PASO-MANDATO (WS-P) TO WS-MANDATO.
               DISPLAY "Paso " WS-PASO-NOMBRE (WS-P) ": "
                   FUNCTION TRIM(WS-MANDATO).
               ACCEPT WS-HORA-INICIO FROM TIME.
               CALL "SYSTEM" USING WS-MANDATO.
               MOVE RETURN-CODE TO WS-RC-SISTEMA.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-HORA-FIN FROM TIME.
               PERFORM TRADUCIR-RC-SISTEMA.
               MOVE WS-RC-PASO TO WS-PASO-RC (WS-P).
               ADD 1 TO WS-PASOS-EJECUTADOS.
               IF WS-RC-PASO > WS-PASO-MAXIMO (WS-P)
                   MOVE "DETENIDO" TO WS-PASO-ESTADO (WS-P)
                   SET CADENA-DETENIDA TO TRUE
                   MOVE WS-P TO WS-PASO-FALLIDO
                   PERFORM ANOTAR-ERROR
                   MOVE SPACES TO WS-MENSAJE-INCIDENTE
                   STRING "CADENA DETENIDA EN "
                       FUNCTION TRIM(WS-PASO-NOMBRE (WS-P))
                       " RC " WS-RC-PASO
                       " MAXIMO " WS-PASO-MAXIMO (WS-P)
                       DELIMITED BY SIZE
                       INTO WS-MENSAJE-INCIDENTE
                   END-STRING
                   MOVE 8 TO WS-SEVERIDAD-INCIDENTE
                   PERFORM GRABAR-INCIDENTE
               ELSE
                   MOVE "CORRECTO" TO WS-PASO-ESTADO (WS-P)
                   IF WS-RC-PASO > 0
                       PERFORM ANOTAR-AVISO
                   END-IF
               END-IF.
               DISPLAY "Paso " WS-PASO-NOMBRE (WS-P) " RC "
                   WS-RC-PASO " (maximo " WS-PASO-MAXIMO (WS-P)
                   ") " WS-PASO-ESTADO (WS-P).
               PERFORM GRABAR-BITACORA.

           EJECUTAR-PASO-FIN.
               CONTINUE.

      * El sistema devuelve el estado de espera del proceso: el
      * RETURN-CODE del paso va en el byte alto.
           TRADUCIR-RC-SISTEMA.
               IF WS-RC-SISTEMA < 0
                   MOVE 999 TO WS-RC-PASO
               ELSE
                   IF WS-RC-SISTEMA > 255
                       DIVIDE WS-RC-SISTEMA BY 256
                           GIVING WS-RC-SISTEMA
                   END-IF
                   IF WS-RC-SISTEMA > 999
                       MOVE 999 TO WS-RC-PASO
                   ELSE
                       MOVE WS-RC-SISTEMA TO WS-RC-PASO
                   END-IF
               END-IF.

           GRABAR-BITACORA.
               MOVE SPACES TO BITACORA-REGISTRO.
               MOVE WS-FECHA-HOY TO CLG-FECHA.
               MOVE WS-PASO-NOMBRE (WS-P) TO CLG-PASO.
               MOVE WS-HORA-INICIO TO CLG-INICIO.
               MOVE WS-HORA-FIN TO CLG-FIN.
               MOVE WS-PASO-RC (WS-P) TO CLG-RC.
               MOVE WS-PASO-MAXIMO (WS-P) TO CLG-RC-MAXIMO.
               MOVE WS-PASO-ESTADO (WS-P) TO CLG-ESTADO.
               MOVE WS-OPERADOR-ID TO CLG-OPERADOR.
               WRITE BITACORA-REGISTRO.
               IF WS-BITACORA-STATUS NOT = "00"
                   DISPLAY "Aviso: no se pudo escribir en CADENA.LOG "
                       "(estado " WS-BITACORA-STATUS ")."
                   PERFORM ANOTAR-AVISO
               END-IF.

      * Con la cadena completa el punto de reinicio se vacia; si se
      * detuvo, guarda el paso fallido para la noche siguiente.
           GRABAR-REINICIO.
               OPEN OUTPUT REINICIO-FILE.
               IF NOT REINICIO-STATUS-OK
                   DISPLAY "Aviso: no se pudo escribir CADENA.CKP "
                       "(estado " WS-REINICIO-STATUS ")."
                   MOVE "CADENA.CKP NO ACTUALIZADO"
                       TO WS-MENSAJE-INCIDENTE
                   MOVE 4 TO WS-SEVERIDAD-INCIDENTE
                   PERFORM GRABAR-INCIDENTE
                   PERFORM ANOTAR-AVISO
               ELSE
                   IF CADENA-DETENIDA
                       MOVE SPACES TO REINICIO-REGISTRO
                       MOVE WS-PASO-NOMBRE (WS-PASO-FALLIDO)
                           TO RNC-PASO
                       MOVE WS-FECHA-HOY TO RNC-FECHA
                       ACCEPT RNC-HORA FROM TIME
                       MOVE WS-PASO-RC (WS-PASO-FALLIDO) TO RNC-RC
                       WRITE REINICIO-REGISTRO
                   END-IF
                   CLOSE REINICIO-FILE
               END-IF.


       END PROGRAM cadena.
