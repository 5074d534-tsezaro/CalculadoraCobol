      *          ACK,ejecucion,registros,total) casando ejecucion y
      *          totales de control y marcando CONFIRMADO; e informa
      *          en INTERFAZ.TXT de los envios sin acuse con mas dias
      *          habiles (segun CALENDARIO.DAT) que el umbral de
      *          INTERFAZ.DAT (7 por defecto), con
      *          RETURN-CODE 4 por envejecidos o fechas del calendario
      *          que no caben en la tabla interna y 8 por acuses que no
      *          casan. Pensado para la ventana de lotes, despues del
      *          colector.
      * Tectonics: cobc
           SELECT OPTIONAL CONFIG-FILE ASSIGN TO "INTERFAZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT OPTIONAL CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDARIO-STATUS.
           SELECT OPTIONAL INCIDENTES-FILE ASSIGN TO "INCIDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENTES-STATUS.
           SELECT INFORME-FILE ASSIGN TO "INTERFAZ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.
       01  CONFIG-REGISTRO.
           05 CFG-DIAS-ACUSE PIC 9(3).

       FD  CALENDARIO-FILE.
       01  CALENDARIO-REGISTRO.
       COPY CALREG.

       FD  INCIDENTES-FILE.
       01  INCIDENTES-REGISTRO.
       COPY INCREG.

       FD  INFORME-FILE.
       01  INFORME-REGISTRO PIC X(80).

           88 ENVINUE-STATUS-OK VALUES "00" "05".
       01 WS-ACUSES-STATUS PIC XX.
       01 WS-CONFIG-STATUS PIC XX.
       01 WS-CALENDARIO-STATUS PIC XX.
       01 WS-INFORME-STATUS PIC XX.
       01 WS-INCIDENTES-STATUS PIC XX.

       01 WS-OPERADOR-ID PIC X(20).
       01 WS-MENSAJE-INCIDENTE PIC X(60).
       01 WS-SEVERIDAD-INCIDENTE PIC 99.

       01 WS-NOMBRE-ENVIO PIC X(30).

       01 WS-DIAS-ENVIO PIC S9(5).
       01 WS-DIAS-ACUSE PIC 9(3) VALUE 7.

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

       01 WS-ENVIOS-MAXIMO PIC 9(3) VALUE 300.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERADOR-ID = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERADOR-ID
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-NUM.
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM).
           PERFORM ABRIR-INFORME.
           PERFORM CARGAR-CONFIG.
           PERFORM CARGAR-CALENDARIO.
           PERFORM CARGAR-ENVIOS.
           PERFORM EMPAQUETAR-EXPORT.
           PERFORM PROCESAR-ACUSES.
                   MOVE 8 TO WS-CONDICION-MAXIMA
               END-IF.

           GRABAR-INCIDENTE.
               OPEN EXTEND INCIDENTES-FILE.
               IF WS-INCIDENTES-STATUS = "00" OR "05"
                   MOVE SPACES TO INCIDENTES-REGISTRO
                   ACCEPT INC-FECHA FROM DATE YYYYMMDD
                   ACCEPT INC-HORA FROM TIME
                   MOVE "INTERFAZ" TO INC-PROGRAMA
                   MOVE WS-OPERADOR-ID TO INC-OPERADOR
                   MOVE WS-SEVERIDAD-INCIDENTE TO INC-SEVERIDAD
                   MOVE "N" TO INC-REVISADO
                   MOVE WS-MENSAJE-INCIDENTE TO INC-MENSAJE
                   WRITE INCIDENTES-REGISTRO
                   CLOSE INCIDENTES-FILE
               END-IF.

           ABRIR-INFORME.
               OPEN OUTPUT INFORME-FILE.
               IF WS-INFORME-STATUS NOT = "00"
               END-IF.
               CLOSE CONFIG-FILE.

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

           CARGAR-ENVIOS.
               OPEN INPUT ENVIOS-FILE.
               IF WS-ENVIOS-STATUS = "00"
               WRITE INFORME-REGISTRO.
               MOVE "ENVIOS SIN ACUSE" TO INFORME-REGISTRO.
               WRITE INFORME-REGISTRO.
               MOVE "PLAZO DE ACUSE EN DIAS HABILES.....:"
                   TO WS-LINCTL-TEXTO.
               MOVE WS-DIAS-ACUSE TO WS-LINCTL-CIFRA.
               WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL.
               MOVE 0 TO WS-V.
               PERFORM COMPROBAR-UN-ENVIO WS-ENVIOS-USADOS TIMES.
               IF WS-ENVIOS-ENVEJECIDOS = 0
                   IF WS-ENVIO-FECHA (WS-V) IS NUMERIC
                       MOVE WS-ENVIO-FECHA (WS-V)
                           TO WS-FECHA-ENVIO-NUM
                       COMPUTE WS-CAL-ENTERO = FUNCTION
                           INTEGER-OF-DATE(WS-FECHA-ENVIO-NUM)
                       PERFORM CONTAR-DIAS-HABILES
                           THRU CONTAR-DIAS-HABILES-FIN
                   END-IF
                   IF WS-DIAS-ENVIO > WS-DIAS-ACUSE
                       ADD 1 TO WS-ENVIOS-ENVEJECIDOS
                   END-IF
               END-IF.

      * Cuenta en WS-DIAS-ENVIO los dias habiles transcurridos desde
      * el dia siguiente al envio hasta hoy; deja de contar en cuanto
      * supera el umbral, que es lo unico que interesa saber.
           CONTAR-DIAS-HABILES.
               ADD 1 TO WS-CAL-ENTERO.
               IF WS-CAL-ENTERO > WS-DIAS-HOY
                   GO TO CONTAR-DIAS-HABILES-FIN
               END-IF.
               PERFORM EVALUAR-DIA.
               IF DIA-HABIL
                   ADD 1 TO WS-DIAS-ENVIO
               END-IF.
               IF WS-DIAS-ENVIO > WS-DIAS-ACUSE
                   GO TO CONTAR-DIAS-HABILES-FIN
               END-IF.
               GO TO CONTAR-DIAS-HABILES.

           CONTAR-DIAS-HABILES-FIN.
               CONTINUE.

      * El libro de envios es la prueba permanente de transmision:
      * se reescribe pasando ENVIOS.DAT original por ENVINUE.TMP,
      * sustituyendo las filas que estan en la tabla interna y
                   MOVE WS-ENVIOS-PERDIDOS TO WS-LINCTL-CIFRA
                   WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL
               END-IF.
               IF WS-CALENDARIO-PERDIDOS > 0
                   MOVE "FECHAS DE CALENDARIO.DAT IGNORADAS.:"
                       TO WS-LINCTL-TEXTO
                   MOVE WS-CALENDARIO-PERDIDOS TO WS-LINCTL-CIFRA
                   WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL
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


       END PROGRAM interfaz.
