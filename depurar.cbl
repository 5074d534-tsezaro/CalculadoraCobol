      * Purpose: Depuracion de los ficheros de salida que solo crecen.
      *          Mueve a ficheros de archivo fechados los registros de
      *          TABLA.DAT, EXPORT.CSV y AUDITORIA.LOG mas antiguos que
      *          el periodo de retencion de cada fichero en dias
      *          habiles segun CALENDARIO.DAT (leido de RETENCION.DAT,
      *          con valores por defecto si falta),
      *          reescribe los ficheros vivos solo con los datos
      *          vigentes y emite un informe en DEPURADO.TXT con los
      *          recuentos movidos y conservados para demostrar que no
      *          se ha perdido nada. Pensado para la ventana de lotes.
      *          Exige el rol de mantenedor en OPERADORES.DAT al
      *          usuario que lo ejecuta; un intento rechazado queda en
      *          AUDITORIA.LOG e INCIDENTES.DAT sin tocar nada.
      *          RETURN-CODE 4 si CALENDARIO.DAT no cabe entero en la
      *          tabla interna y 8 si falla la depuracion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL RETENCION-FILE ASSIGN TO "RETENCION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENCION-STATUS.
           SELECT OPTIONAL CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDARIO-STATUS.
           SELECT OPTIONAL VIVO-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-VIVO
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPTIONAL INCIDENTES-FILE ASSIGN TO "INCIDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENTES-STATUS.
           SELECT OPTIONAL OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 RET-DIAS-TABLA PIC 9(4).
           05 RET-DIAS-EXPORT PIC 9(4).

       FD  CALENDARIO-FILE.
       01  CALENDARIO-REGISTRO.
       COPY CALREG.

       FD  VIVO-FILE.
       01  VIVO-REGISTRO PIC X(200).

       01  INCIDENTES-REGISTRO.
       COPY INCREG.

       FD  OPERADORES-FILE.
       01  OPERADORES-REGISTRO.
       COPY OPRREG.

       FD  AUDITORIA-FILE.
       01  AUDITORIA-REGISTRO.
       COPY AUDREG.

       WORKING-STORAGE SECTION.

       01 WS-RETENCION-STATUS PIC XX.
       01 WS-CALENDARIO-STATUS PIC XX.
       01 WS-VIVO-STATUS PIC XX.
       01 WS-ARCHIVO-STATUS PIC XX.
           88 ARCHIVO-STATUS-OK VALUES "00" "05".
       01 WS-TRABAJO-STATUS PIC XX.
       01 WS-INFORME-STATUS PIC XX.
       01 WS-INCIDENTES-STATUS PIC XX.
       01 WS-OPERADORES-STATUS PIC XX.
       01 WS-AUDITORIA-STATUS PIC XX.

       01 WS-OPERADOR-ID PIC X(20).
       01 WS-ROL-OPERADOR PIC X VALUE "N".
       01 WS-ROL-DEFECTO PIC X VALUE "N".
       01 WS-PERFIL-ENCONTRADO PIC X VALUE "N".
       01 WS-MENSAJE-INCIDENTE PIC X(60).
       01 WS-SEVERIDAD-INCIDENTE PIC 99.

       01 WS-DIAS-TABLA PIC 9(4) VALUE 90.
       01 WS-DIAS-EXPORT PIC 9(4) VALUE 30.

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

       01 WS-TIPO-FICHERO PIC 9.
           88 FICHERO-AUDITORIA VALUE 1.
           88 FICHERO-TABLA VALUE 2.
           88 FICHERO-EXPORT VALUE 3.
       01 WS-DIAS-RETENCION PIC 9(4).
       01 WS-DIAS-HABILES PIC 9(4).

       01 WS-FECHA-VIGENTE PIC X(8).
       01 WS-FECHA-REGISTRO PIC X(8).
           05 WS-LINFIC-NOMBRE PIC X(30).
           05 FILLER PIC X(12) VALUE "  RETENCION ".
           05 WS-LINFIC-DIAS PIC ZZZ9.
           05 FILLER PIC X(13) VALUE " DIAS HABILES".
           05 FILLER PIC X(12) VALUE SPACES.

       01 WS-LINEA-CONTROL.
           05 WS-LINCTL-TEXTO PIC X(36).
           IF WS-OPERADOR-ID = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERADOR-ID
           END-IF.
           PERFORM COMPROBAR-ROL THRU COMPROBAR-ROL-FIN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-NUM.
           PERFORM CARGAR-RETENCION.
           PERFORM CARGAR-CALENDARIO.
           PERFORM ABRIR-INFORME.

           SET FICHERO-AUDITORIA TO TRUE.
           MOVE "EXPORT.CSV" TO WS-NOMBRE-VIVO.
           MOVE WS-DIAS-EXPORT TO WS-DIAS-RETENCION.
           PERFORM DEPURAR-FICHERO THRU DEPURAR-FICHERO-FIN.
           PERFORM INFORMAR-CALENDARIO.

           FINALIZAR.
               CLOSE INFORME-FILE
               DISPLAY "Depuracion terminada, informe en DEPURADO.TXT"
               STOP RUN.

           ANOTAR-AVISO.
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF.

           GRABAR-INCIDENTE.
               OPEN EXTEND INCIDENTES-FILE.
               IF WS-INCIDENTES-STATUS = "00" OR "05"
                   CLOSE INCIDENTES-FILE
               END-IF.

           COMPROBAR-ROL.
               OPEN INPUT OPERADORES-FILE.
               IF WS-OPERADORES-STATUS NOT = "00"
                   CLOSE OPERADORES-FILE
                   GO TO COMPROBAR-ROL-FIN
               END-IF.
               PERFORM LEER-ROL-OPERADOR.
               CLOSE OPERADORES-FILE.
               IF WS-PERFIL-ENCONTRADO = "N"
                   MOVE WS-ROL-DEFECTO TO WS-ROL-OPERADOR
               END-IF.
               IF WS-ROL-OPERADOR = "S"
                   GO TO COMPROBAR-ROL-FIN
               END-IF.
               DISPLAY "El operador " FUNCTION TRIM(WS-OPERADOR-ID)
                   " no tiene el rol de mantenedor para "
                   "depurar los ficheros vivos.".
               PERFORM GRABAR-AUDITORIA-RECHAZO.
               MOVE "DEPURAR RECHAZADO POR ROL DE OPERADOR"
                   TO WS-MENSAJE-INCIDENTE.
               MOVE 8 TO WS-SEVERIDAD-INCIDENTE.
               PERFORM GRABAR-INCIDENTE.
               MOVE 8 TO RETURN-CODE.
               STOP RUN.

           COMPROBAR-ROL-FIN.
               CONTINUE.

           LEER-ROL-OPERADOR.
               READ OPERADORES-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-OPERADORES-STATUS = "00"
                   EVALUATE OPR-ID
                       WHEN WS-OPERADOR-ID
                           MOVE "S" TO WS-PERFIL-ENCONTRADO
                           MOVE FUNCTION UPPER-CASE(OPR-ROL-MANTENEDOR)
                               TO WS-ROL-OPERADOR
                       WHEN "*DEFECTO*"
                           MOVE FUNCTION UPPER-CASE(OPR-ROL-MANTENEDOR)
                               TO WS-ROL-DEFECTO
                   END-EVALUATE
                   GO TO LEER-ROL-OPERADOR
               END-IF.

           GRABAR-AUDITORIA-RECHAZO.
               OPEN EXTEND AUDITORIA-FILE.
               IF WS-AUDITORIA-STATUS NOT = "00"
                   OPEN OUTPUT AUDITORIA-FILE
               END-IF.
               IF WS-AUDITORIA-STATUS = "00"
                   MOVE SPACES TO AUDITORIA-REGISTRO
                   ACCEPT AUD-FECHA FROM DATE YYYYMMDD
                   ACCEPT AUD-HORA FROM TIME
                   MOVE WS-OPERADOR-ID TO AUD-OPERADOR
                   MOVE 0 TO AUD-NUMERO
                   MOVE 0 TO AUD-LIMITE
                   MOVE "R" TO AUD-OPERACION
                   MOVE SPACE TO AUD-ORIGEN
                   MOVE "DEPURAR NO AUTORIZADO" TO AUD-DETALLE
                   WRITE AUDITORIA-REGISTRO
                   CLOSE AUDITORIA-FILE
               ELSE
                   DISPLAY "Aviso: no se pudo abrir AUDITORIA.LOG "
                       "(estado " WS-AUDITORIA-STATUS "), el "
                       "rechazo no queda auditado."
               END-IF.

           CARGAR-RETENCION.
               OPEN INPUT RETENCION-FILE.
               IF WS-RETENCION-STATUS = "00"
               END-IF.
               CLOSE RETENCION-FILE.

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

           ABRIR-INFORME.
               OPEN OUTPUT INFORME-FILE.
               IF WS-INFORME-STATUS NOT = "00"
               MOVE ALL "=" TO INFORME-REGISTRO.
               WRITE INFORME-REGISTRO.

      * Las fechas que no caben en la tabla se ignoran y el corte por
      * dias habiles puede quedar desplazado.
           INFORMAR-CALENDARIO.
               IF WS-CALENDARIO-PERDIDOS > 0
                   MOVE SPACES TO INFORME-REGISTRO
                   WRITE INFORME-REGISTRO
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

           DEPURAR-FICHERO.
               MOVE 0 TO WS-LEIDOS WS-CONSERVADOS WS-ARCHIVADOS
                   WS-SIN-FECHA.
               MOVE SPACES TO INFORME-REGISTRO.
               WRITE INFORME-REGISTRO.

      * La fecha de corte es el dia habil que queda a
      * WS-DIAS-RETENCION dias habiles de hoy hacia atras; se
      * conserva desde ella en adelante.
           CALCULAR-FECHA-CORTE.
               COMPUTE WS-CAL-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM).
               MOVE 0 TO WS-DIAS-HABILES.
               PERFORM RETROCEDER-DIA-HABIL
                   UNTIL WS-DIAS-HABILES NOT < WS-DIAS-RETENCION.
               MOVE WS-CAL-ENTERO TO WS-DIAS-ENTERO.
               COMPUTE WS-FECHA-CORTE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO).
               MOVE WS-FECHA-CORTE-NUM TO WS-FECHA-CORTE.

           RETROCEDER-DIA-HABIL.
               SUBTRACT 1 FROM WS-CAL-ENTERO.
               PERFORM EVALUAR-DIA.
               IF DIA-HABIL
                   ADD 1 TO WS-DIAS-HABILES
               END-IF.

           ESCRIBIR-CABECERA-FICHERO.
               MOVE WS-NOMBRE-VIVO TO WS-LINFIC-NOMBRE.
               MOVE WS-DIAS-RETENCION TO WS-LINFIC-DIAS.
