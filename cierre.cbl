      *          CERROJO.LCK activo olvidado, checkpoints CALC.*.CKP
      *          residuales y ficheros por ejecucion TABLA.Rnnnnnn.DAT
      *          o EXPORT.Rnnnnnn.CSV sin fundir. Emite el informe
      *          CIERRE.TXT, avisa si hoy no es dia de proceso segun
      *          CALENDARIO.DAT (o si no cabe entero en la tabla
      *          interna) y devuelve RETURN-CODE 0/4/8 para que el
      *          planificador pueda bloquear el cierre de la ventana
      *          de lotes cuando el libro de ejecuciones no cuadra.
      * Tectonics: cobc
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT OPTIONAL CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDARIO-STATUS.
           SELECT OPTIONAL INCIDENTES-FILE ASSIGN TO "INCIDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENTES-STATUS.
           SELECT OPTIONAL FUSION-FILE ASSIGN TO "FUSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUSION-STATUS.
           05 CKPT-TOTAL PIC S9(15)V9(4).
           05 CKPT-MODO PIC X.

       FD  CALENDARIO-FILE.
       01  CALENDARIO-REGISTRO.
       COPY CALREG.

       FD  INCIDENTES-FILE.
       01  INCIDENTES-REGISTRO.
       COPY INCREG.

       FD  CIERRE-FILE.
       01  CIERRE-REGISTRO PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-CONTROL-STATUS PIC XX.
       01 WS-CALENDARIO-STATUS PIC XX.
       01 WS-FUSION-STATUS PIC XX.
       01 WS-TABLA-SALIDA-STATUS PIC XX.
       01 WS-RESIDUAL-STATUS PIC XX.
       01 WS-RESUMEN-STATUS PIC XX.
       01 WS-CHECKPOINT-STATUS PIC XX.
       01 WS-CIERRE-STATUS PIC XX.
       01 WS-INCIDENTES-STATUS PIC XX.

       01 WS-OPERADOR-ID PIC X(20).
       01 WS-MENSAJE-INCIDENTE PIC X(60).
       01 WS-SEVERIDAD-INCIDENTE PIC 99.

       01 WS-NOMBRE-RESIDUAL PIC X(30).
       01 WS-NOMBRE-CHECKPOINT PIC X(40).

       01 WS-FECHA-HOY PIC X(8).
       01 WS-HORA-AHORA PIC X(6).
       01 WS-FECHA-HOY-NUM PIC 9(8).

       01 WS-ULTIMA-ASIGNADA PIC 9(6) VALUE 0.
       01 WS-ULTIMA-FUNDIDA PIC 9(6) VALUE 0.
       01 WS-EJECUCION PIC 9(6).

       01 WS-CALENDARIO-MAXIMO PIC 9(4) VALUE 1000.
       01 WS-CALENDARIO-USADOS PIC 9(4) VALUE 0.
       01 WS-CALENDARIO-PERDIDOS PIC 9(5) VALUE 0.
       01 WS-K PIC 9(4).
       01 WS-TABLA-CALENDARIO.
           05 WS-CALENDARIO-ENTRADA OCCURS 1000.
              10 WS-CALENDARIO-FECHA PIC X(8).
              10 WS-CALENDARIO-TIPO PIC X.
       01 WS-CAL-ENTERO PIC 9(8).
       01 WS-CAL-FECHA-NUM PIC 9(8).
       01 WS-CAL-FECHA PIC X(8).
       01 WS-CAL-DIA-SEMANA PIC 9.
       01 WS-CAL-HABIL PIC X.
           88 DIA-HABIL VALUE "S".
       01 WS-CAL-CIERRE PIC X.
           88 DIA-CIERRE-MES VALUE "S".

       01 WS-CONDICION-MAXIMA PIC 99 VALUE 0.

       01 WS-EJES-MAXIMO PIC 9(3) VALUE 500.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERADOR-ID = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERADOR-ID
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-NUM.
           PERFORM ABRIR-CIERRE.
           PERFORM CARGAR-CALENDARIO.
           PERFORM COMPROBAR-CALENDARIO.
           PERFORM LEER-CONTROL.
           PERFORM LEER-FUSION.
           PERFORM ACUMULAR-TABLA.
                   MOVE 8 TO WS-CONDICION-MAXIMA
               END-IF.

           GRABAR-INCIDENTE.
               OPEN EXTEND INCIDENTES-FILE.
               IF WS-INCIDENTES-STATUS = "00" OR "05"
                   MOVE SPACES TO INCIDENTES-REGISTRO
                   ACCEPT INC-FECHA FROM DATE YYYYMMDD
                   ACCEPT INC-HORA FROM TIME
                   MOVE "CIERRE" TO INC-PROGRAMA
                   MOVE WS-OPERADOR-ID TO INC-OPERADOR
                   MOVE WS-SEVERIDAD-INCIDENTE TO INC-SEVERIDAD
                   MOVE "N" TO INC-REVISADO
                   MOVE WS-MENSAJE-INCIDENTE TO INC-MENSAJE
                   WRITE INCIDENTES-REGISTRO
                   CLOSE INCIDENTES-FILE
               END-IF.

           ABRIR-CIERRE.
               OPEN OUTPUT CIERRE-FILE.
               IF WS-CIERRE-STATUS NOT = "00"
               MOVE ALL "=" TO CIERRE-REGISTRO.
               WRITE CIERRE-REGISTRO.

           CARGAR-CALENDARIO.
               OPEN INPUT CALENDARIO-FILE.
               IF WS-CALENDARIO-STATUS = "00"
                   PERFORM LEER-CALENDARIO
               END-IF.
               CLOSE CALENDARIO-FILE.

           LEER-CALENDARIO.
               READ CALENDARIO-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-CALENDARIO-STATUS = "00"
                   IF CAL-FECHA IS NUMERIC
                       AND (CAL-TIPO-FESTIVO OR CAL-TIPO-LABORABLE
                           OR CAL-TIPO-CIERRE)
                       IF WS-CALENDARIO-USADOS < WS-CALENDARIO-MAXIMO
                           ADD 1 TO WS-CALENDARIO-USADOS
                           MOVE CAL-FECHA TO WS-CALENDARIO-FECHA
                               (WS-CALENDARIO-USADOS)
                           MOVE CAL-TIPO TO WS-CALENDARIO-TIPO
                               (WS-CALENDARIO-USADOS)
                       ELSE
                           ADD 1 TO WS-CALENDARIO-PERDIDOS
                       END-IF
                   END-IF
                   GO TO LEER-CALENDARIO
               END-IF.

      * Dia habil: de lunes a viernes salvo festivo "F" en
      * CALENDARIO.DAT; sabado y domingo solo si el calendario los
      * marca laborable "L" o cierre de mes "C". Recibe el dia en
      * WS-CAL-ENTERO (formato INTEGER-OF-DATE, el 1 es lunes).
           EVALUAR-DIA.
               COMPUTE WS-CAL-FECHA-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-CAL-ENTERO).
               MOVE WS-CAL-FECHA-NUM TO WS-CAL-FECHA.
               COMPUTE WS-CAL-DIA-SEMANA =
                   FUNCTION MOD(WS-CAL-ENTERO, 7).
               IF WS-CAL-DIA-SEMANA = 0 OR 6
                   MOVE "N" TO WS-CAL-HABIL
               ELSE
                   MOVE "S" TO WS-CAL-HABIL
               END-IF.
               MOVE "N" TO WS-CAL-CIERRE.
               MOVE 0 TO WS-K.
               PERFORM CONSULTAR-CALENDARIO WS-CALENDARIO-USADOS TIMES.

           CONSULTAR-CALENDARIO.
               ADD 1 TO WS-K.
               IF WS-CALENDARIO-FECHA (WS-K) = WS-CAL-FECHA
                   EVALUATE WS-CALENDARIO-TIPO (WS-K)
                       WHEN "F"
                           MOVE "N" TO WS-CAL-HABIL
                       WHEN "L"
                           MOVE "S" TO WS-CAL-HABIL
                       WHEN "C"
                           MOVE "S" TO WS-CAL-HABIL
                           MOVE "S" TO WS-CAL-CIERRE
                   END-EVALUATE
               END-IF.

      * El cierre en un dia que el calendario da por inhabil suele
      * ser una ventana de lotes lanzada por equivocacion; se avisa
      * pero se evalua igualmente.
           COMPROBAR-CALENDARIO.
               COMPUTE WS-CAL-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM).
               PERFORM EVALUAR-DIA.
               MOVE SPACES TO CIERRE-REGISTRO.
               IF DIA-HABIL
                   IF DIA-CIERRE-MES
                       STRING "HOY " DELIMITED BY SIZE
                           WS-FECHA-HOY DELIMITED BY SIZE
                           " ES DIA DE PROCESO Y DE CIERRE DE MES"
                           DELIMITED BY SIZE
                           INTO CIERRE-REGISTRO
                       END-STRING
                   ELSE
                       STRING "HOY " DELIMITED BY SIZE
                           WS-FECHA-HOY DELIMITED BY SIZE
                           " ES DIA DE PROCESO" DELIMITED BY SIZE
                           INTO CIERRE-REGISTRO
                       END-STRING
                   END-IF
               ELSE
                   STRING "HOY " DELIMITED BY SIZE
                       WS-FECHA-HOY DELIMITED BY SIZE
                       " NO ES DIA DE PROCESO SEGUN EL CALENDARIO "
                       DELIMITED BY SIZE
                       "*REVISAR*" DELIMITED BY SIZE
                       INTO CIERRE-REGISTRO
                   END-STRING
                   DISPLAY "Aviso: hoy " WS-FECHA-HOY
                       " no es dia de proceso segun CALENDARIO.DAT."
                   PERFORM ANOTAR-AVISO
               END-IF.
               WRITE CIERRE-REGISTRO.
               IF WS-CALENDARIO-USADOS = 0
                   MOVE "CALENDARIO.DAT SIN EXCEPCIONES (LUNES-VIERNES)"
                       TO CIERRE-REGISTRO
                   WRITE CIERRE-REGISTRO
               END-IF.

           LEER-CONTROL.
               OPEN INPUT CONTROL-FILE.
               IF WS-CONTROL-STATUS = "00"
                   TO WS-LINCTL-TEXTO.
               MOVE WS-SIN-DATOS TO WS-LINCTL-CIFRA.
               WRITE CIERRE-REGISTRO FROM WS-LINEA-CONTROL.
               IF WS-CALENDARIO-PERDIDOS > 0
                   MOVE "FECHAS DE CALENDARIO.DAT IGNORADAS.:"
                       TO WS-LINCTL-TEXTO
                   MOVE WS-CALENDARIO-PERDIDOS TO WS-LINCTL-CIFRA
                   WRITE CIERRE-REGISTRO FROM WS-LINEA-CONTROL
                   DISPLAY "Aviso: " WS-CALENDARIO-PERDIDOS
                       " fechas de CALENDARIO.DAT no caben en la tabla"
                       " interna y se ignoran."
                   MOVE SPACES TO WS-MENSAJE-INCIDENTE
                   STRING "CALENDARIO.DAT: " DELIMITED BY SIZE
                       WS-CALENDARIO-PERDIDOS DELIMITED BY SIZE
                       " FECHAS IGNORADAS, TABLA INTERNA LLENA"
                       DELIMITED BY SIZE
                       INTO WS-MENSAJE-INCIDENTE
                   END-STRING
                   MOVE 4 TO WS-SEVERIDAD-INCIDENTE
                   PERFORM GRABAR-INCIDENTE
                   PERFORM ANOTAR-AVISO
               END-IF.
               IF WS-CONDICION-MAXIMA = 0
                   MOVE "CIERRE CORRECTO, VENTANA PUEDE CERRARSE"
                       TO CIERRE-REGISTRO
