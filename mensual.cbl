      * Purpose: Informe mensual de tendencia y capacidad. Lee
      *          AUDITORIA.LOG y sus archivos AUDITORIA.LOG.*.ARC
      *          para un rango de meses AAAAMM pedido al operador y
      *          produce en MENSUAL.TXT: tablas por dia habil y por
      *          semana (las de dias inhabiles segun CALENDARIO.DAT se
      *          imputan al siguiente dia habil) con la variacion
      *          respecto al periodo anterior, la
      *          clasificacion de operadores por volumen, el reparto
      *          por operacion (1-4 mas cambios "P" de parametros,
      *          bajas "B" de maestro y rechazos "R" de perfil), la
      *          ficheros vivos para seguir su crecimiento hacia los
      *          limites de retencion. Es la evidencia de
      *          planificacion de capacidad del cierre de mes, no el
      *          cuadre diario de informe. RETURN-CODE 4 si el
      *          calendario no cabe entero en la tabla interna.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO DYNAMIC WS-NOMBRE-VIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIVO-STATUS.
           SELECT OPTIONAL CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDARIO-STATUS.
           SELECT OPTIONAL INCIDENTES-FILE ASSIGN TO "INCIDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENTES-STATUS.
           SELECT INFORME-FILE ASSIGN TO "MENSUAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.
       FD  VIVO-FILE.
       01  VIVO-REGISTRO PIC X(200).

       FD  CALENDARIO-FILE.
       01  CALENDARIO-REGISTRO.
       COPY CALREG.

       FD  INCIDENTES-FILE.
       01  INCIDENTES-REGISTRO.
       COPY INCREG.

       FD  INFORME-FILE.
       01  INFORME-REGISTRO PIC X(80).


       01 WS-AUDITORIA-STATUS PIC XX.
       01 WS-VIVO-STATUS PIC XX.
       01 WS-CALENDARIO-STATUS PIC XX.
       01 WS-INFORME-STATUS PIC XX.
       01 WS-INCIDENTES-STATUS PIC XX.

       01 WS-OPERADOR-ID PIC X(20).
       01 WS-MENSAJE-INCIDENTE PIC X(60).
       01 WS-SEVERIDAD-INCIDENTE PIC 99.

       01 WS-NOMBRE-FUENTE PIC X(30).
       01 WS-NOMBRE-VIVO PIC X(30).
       01 WS-FECHA-GEN PIC X(8).
       01 WS-FUENTES-ABIERTAS PIC 9(5) VALUE 0.

       01 WS-FECHA-PROCESO PIC X(8).
       01 WS-AVANCES PIC 99.
       01 WS-TABLAS-TRASLADADAS PIC 9(7) VALUE 0.

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

       01 WS-DIAS-MAXIMO PIC 9(3) VALUE 366.
       01 WS-DIAS-USADOS PIC 9(3) VALUE 0.
       01 WS-DIAS-PERDIDOS PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERADOR-ID = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERADOR-ID
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-NUM.
           STRING WS-MES-HASTA "31" DELIMITED BY SIZE
               INTO WS-FECHA-HASTA
           END-STRING.
           PERFORM CARGAR-CALENDARIO.
           PERFORM ABRIR-INFORME.
           MOVE "AUDITORIA.LOG" TO WS-NOMBRE-FUENTE.
           PERFORM PROCESAR-FUENTE.
               DISPLAY "Informe mensual generado en MENSUAL.TXT"
               STOP RUN.

           ANOTAR-AVISO.
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF.

           GRABAR-INCIDENTE.
               OPEN EXTEND INCIDENTES-FILE.
               IF WS-INCIDENTES-STATUS = "00" OR "05"
                   MOVE SPACES TO INCIDENTES-REGISTRO
                   ACCEPT INC-FECHA FROM DATE YYYYMMDD
                   ACCEPT INC-HORA FROM TIME
                   MOVE "MENSUAL" TO INC-PROGRAMA
                   MOVE WS-OPERADOR-ID TO INC-OPERADOR
                   MOVE WS-SEVERIDAD-INCIDENTE TO INC-SEVERIDAD
                   MOVE "N" TO INC-REVISADO
                   MOVE WS-MENSAJE-INCIDENTE TO INC-MENSAJE
                   WRITE INCIDENTES-REGISTRO
                   CLOSE INCIDENTES-FILE
               END-IF.

           PEDIR-MES-DESDE.
               DISPLAY "Mes desde AAAAMM (INTRO = "
                   WS-MES-DESDE "): ".
                   MOVE AUD-OPERACION TO WS-P
                   ADD 1 TO WS-OPERACION-TABLAS (WS-P)
               END-IF.
               PERFORM FIJAR-FECHA-PROCESO
                   THRU FIJAR-FECHA-PROCESO-FIN.
               MOVE 1 TO WS-D.
               PERFORM BUSCAR-DIA.
               PERFORM ACUMULAR-SEMANA.
           ACUMULAR-AUDITORIA-FIN.
               CONTINUE.

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

      * Las tablas de un dia inhabil (fin de semana o festivo de
      * CALENDARIO.DAT) se imputan al siguiente dia habil, que es el
      * dia de proceso al que pertenecen.
           FIJAR-FECHA-PROCESO.
               MOVE AUD-FECHA TO WS-FECHA-PROCESO.
               MOVE AUD-FECHA TO WS-FECHA-GEN-NUM.
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-GEN-NUM) NOT = 0
                   GO TO FIJAR-FECHA-PROCESO-FIN
               END-IF.
               COMPUTE WS-CAL-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-GEN-NUM).
               MOVE 0 TO WS-AVANCES.
               PERFORM EVALUAR-DIA.

           AVANZAR-DIA-HABIL.
               IF DIA-HABIL OR WS-AVANCES > 30
                   MOVE WS-CAL-FECHA TO WS-FECHA-PROCESO
                   IF WS-AVANCES > 0
                       ADD 1 TO WS-TABLAS-TRASLADADAS
                   END-IF
                   GO TO FIJAR-FECHA-PROCESO-FIN
               END-IF.
               ADD 1 TO WS-CAL-ENTERO.
               ADD 1 TO WS-AVANCES.
               PERFORM EVALUAR-DIA.
               GO TO AVANZAR-DIA-HABIL.

           FIJAR-FECHA-PROCESO-FIN.
               CONTINUE.

           BUSCAR-DIA.
               IF WS-D > WS-DIAS-MAXIMO
                   ADD 1 TO WS-DIAS-PERDIDOS
               ELSE
                   IF WS-D > WS-DIAS-USADOS
                       MOVE WS-D TO WS-DIAS-USADOS
                       MOVE WS-FECHA-PROCESO TO WS-DIA-FECHA (WS-D)
                       MOVE 1 TO WS-DIA-TABLAS (WS-D)
                   ELSE
                       IF WS-FECHA-PROCESO = WS-DIA-FECHA (WS-D)
                           ADD 1 TO WS-DIA-TABLAS (WS-D)
                       ELSE
                           ADD 1 TO WS-D
               END-IF.

           ACUMULAR-SEMANA.
               MOVE WS-FECHA-PROCESO TO WS-FECHA-GEN-NUM.
               COMPUTE WS-SEMANA-CLAVE = FUNCTION INTEGER-PART
                   (FUNCTION INTEGER-OF-DATE(WS-FECHA-GEN-NUM) / 7).
               MOVE 1 TO WS-S.
                       MOVE WS-S TO WS-SEMANAS-USADAS
                       MOVE WS-SEMANA-CLAVE
                           TO WS-SEMANA-NUMERO (WS-S)
                       MOVE WS-FECHA-PROCESO
                           TO WS-SEMANA-FECHA (WS-S)
                       MOVE 1 TO WS-SEMANA-TABLAS (WS-S)
                   ELSE
                       IF WS-SEMANA-CLAVE = WS-SEMANA-NUMERO (WS-S)
           INFORMAR-DIAS.
               MOVE SPACES TO INFORME-REGISTRO.
               WRITE INFORME-REGISTRO.
               MOVE "TABLAS POR DIA HABIL (VARIACION SOBRE EL ANTERIOR)"
                   TO INFORME-REGISTRO.
               WRITE INFORME-REGISTRO.
               MOVE "FECHA        TABLAS    VARIACION"
           INFORMAR-SEMANAS.
               MOVE SPACES TO INFORME-REGISTRO.
               WRITE INFORME-REGISTRO.
               MOVE "TABLAS POR SEMANA DE DIAS HABILES (VARIACION)"
                   TO INFORME-REGISTRO.
               WRITE INFORME-REGISTRO.
               MOVE "SEMANA DE    TABLAS    VARIACION"
                   TO WS-LINCTL-TEXTO.
               MOVE WS-FUENTES-ABIERTAS TO WS-LINCTL-CIFRA.
               WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL.
               IF WS-TABLAS-TRASLADADAS > 0
                   MOVE "TABLAS DE DIAS INHABILES IMPUTADAS.:"
                       TO WS-LINCTL-TEXTO
                   MOVE WS-TABLAS-TRASLADADAS TO WS-LINCTL-CIFRA
                   WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL
               END-IF.
               IF WS-ENTRADAS-INVALIDAS > 0
                   MOVE "ENTRADAS DE AUDITORIA INVALIDAS....:"
                       TO WS-LINCTL-TEXTO
                       GIVING WS-LINCTL-CIFRA
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

           CONTAR-E-INFORMAR-VIVO.
               MOVE 0 TO WS-FILAS-VIVO.
