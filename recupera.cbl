      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recuperacion hacia adelante de MAESTRO.DAT. Repone
      *          MAESTRO.DAT desde la generacion elegida del catalogo
      *          RESPALDO.DAT (INTRO = la ultima BUENA) y vuelve a
      *          aplicar las filas de detalle "D" de todas las
      *          ejecuciones posteriores a esa copia: las que numera
      *          CONTROL.DAT por encima del valor guardado en la copia
      *          o, si la copia no lo tiene, las de cabecera "C" con
      *          fecha y hora posteriores. Las busca en las
      *          generaciones de archivo TABLA.DAT.aaaammdd.ARC que deja
      *          depurar, en TABLA.DAT y, para las aun no fundidas por
      *          colector, en TABLA.Rnnnnnn.DAT. Cada tabla se graba
      *          solo con las filas que falten, igual que hace
      *          calculadora, y las claves que ya estan completas se
      *          saltan. RECUPERA.TXT detalla las ejecuciones y filas
      *          reaplicadas y lista las ejecuciones que no se han
      *          encontrado. Exige el rol de recuperacion en
      *          OPERADORES.DAT y no se ejecuta con una calculadora
      *          activa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recupera.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOGO-FILE ASSIGN TO "RESPALDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT OPTIONAL COPIA-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIA-STATUS.
           SELECT OPTIONAL MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT OPTIONAL FUENTE-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-FUENTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUENTE-STATUS.
           SELECT OPTIONAL CERROJO-FILE ASSIGN TO "CERROJO.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERROJO-STATUS.
           SELECT INFORME-FILE ASSIGN TO "RECUPERA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.
           SELECT OPTIONAL OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.
           SELECT OPTIONAL INCIDENTES-FILE ASSIGN TO "INCIDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENTES-STATUS.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
       01  CATALOGO-REGISTRO.
           05 RSP-FECHA PIC X(8).
           05 RSP-FILLER1 PIC X.
           05 RSP-HORA PIC X(6).
           05 RSP-FILLER2 PIC X.
           05 RSP-ESTADO PIC X(10).
           05 RSP-FILLER3 PIC X.
           05 RSP-OPERADOR PIC X(20).

       FD  COPIA-FILE.
       01  COPIA-REGISTRO PIC X(200).

       FD  MAESTRO-FILE.
       01  MAESTRO-REGISTRO.
       COPY MSTREG.

       FD  CONTROL-FILE.
       01  CONTROL-REGISTRO.
           05 CTL-ULTIMA-EJECUCION PIC 9(6).

       FD  FUENTE-FILE.
       01  FUENTE-REGISTRO.
       COPY TABREG.

       FD  CERROJO-FILE.
       01  CERROJO-REGISTRO.
           05 LCK-ESTADO PIC X(7).
              88 LCK-ACTIVO VALUE "ACTIVO".
           05 LCK-FILLER1 PIC X.
           05 LCK-OPERADOR PIC X(20).
           05 LCK-FECHA PIC X(8).
           05 LCK-FILLER2 PIC X.
           05 LCK-HORA PIC X(6).

       FD  INFORME-FILE.
       01  INFORME-REGISTRO PIC X(80).

       FD  OPERADORES-FILE.
       01  OPERADORES-REGISTRO.
       COPY OPRREG.

       FD  INCIDENTES-FILE.
       01  INCIDENTES-REGISTRO.
       COPY INCREG.

       FD  AUDITORIA-FILE.
       01  AUDITORIA-REGISTRO.
       COPY AUDREG.

       WORKING-STORAGE SECTION.

       01 WS-CATALOGO-STATUS PIC XX.
       01 WS-COPIA-STATUS PIC XX.
       01 WS-MAESTRO-STATUS PIC XX.
           88 MAESTRO-STATUS-OK VALUES "00" "05".
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-FUENTE-STATUS PIC XX.
       01 WS-CERROJO-STATUS PIC XX.
       01 WS-INFORME-STATUS PIC XX.
       01 WS-OPERADORES-STATUS PIC XX.
       01 WS-INCIDENTES-STATUS PIC XX.
       01 WS-AUDITORIA-STATUS PIC XX.

       01 WS-NOMBRE-COPIA PIC X(40).
       01 WS-NOMBRE-FUENTE PIC X(30).

       01 WS-OPERADOR-ID PIC X(20).
       01 WS-MENSAJE-INCIDENTE PIC X(60).
       01 WS-SEVERIDAD-INCIDENTE PIC 99.
       01 WS-ROL-OPERADOR PIC X VALUE "N".
       01 WS-ROL-DEFECTO PIC X VALUE "N".
       01 WS-PERFIL-ENCONTRADO PIC X VALUE "N".

       01 WS-FECHA-HOY PIC X(8).
       01 WS-FECHA-HOY-NUM PIC 9(8).
       01 WS-HORA-AHORA PIC X(6).
       01 WS-DIAS-ENTERO PIC 9(8).
       01 WS-FECHA-GEN-NUM PIC 9(8).
       01 WS-FECHA-GEN PIC X(8).

       01 WS-ENTRADA PIC X(14).
       01 WS-REINTENTOS PIC 9(3) VALUE 0.
       01 WS-MAX-REINTENTOS PIC 9(3) VALUE 20.

       01 WS-CONDICION-MAXIMA PIC 99 VALUE 0.

       01 WS-CATALOGO-MAXIMO PIC 99 VALUE 50.
       01 WS-CATALOGO-USADOS PIC 99 VALUE 0.
       01 WS-G PIC 99.
       01 WS-TABLA-CATALOGO.
           05 WS-GEN-ENTRADA OCCURS 50.
              10 WS-GEN-FECHA PIC X(8).
              10 WS-GEN-HORA PIC X(6).
              10 WS-GEN-ESTADO PIC X(10).
       01 WS-GEN-ELEGIDA PIC 99 VALUE 0.

       01 WS-MARCA-COPIA.
           05 WS-MARCA-FECHA PIC X(8).
           05 WS-MARCA-HORA PIC X(6).
       01 WS-MARCA-CABECERA.
           05 WS-MARCA-CAB-FECHA PIC X(8).
           05 WS-MARCA-CAB-HORA PIC X(6).

       01 WS-EJECUCION-COPIA PIC 9(6) VALUE 0.
       01 WS-CONTROL-EN-COPIA PIC X VALUE "N".
           88 CONTROL-EN-COPIA VALUE "S".
       01 WS-ULTIMA-ASIGNADA PIC 9(6) VALUE 0.
       01 WS-EJECUCION-DESDE PIC 9(6) VALUE 0.
       01 WS-EJECUCION-BUSCADA PIC 9(6).

       01 WS-FILAS-RESTAURADAS PIC 9(9) VALUE 0.
       01 WS-FALLO-RESTAURACION PIC X VALUE "N".
           88 FALLO-RESTAURACION VALUE "S".

       01 WS-EJECUCIONES-MAXIMO PIC 9(3) VALUE 999.
       01 WS-EJECUCIONES-USADAS PIC 9(3) VALUE 0.
       01 WS-EJECUCIONES-PERDIDAS PIC 9(5) VALUE 0.
       01 WS-E PIC 9(3).
       01 WS-E-VIGENTE PIC 9(3) VALUE 0.
       01 WS-TABLA-EJECUCIONES.
           05 WS-EJE-ENTRADA OCCURS 999.
              10 WS-EJE-NUMERO PIC 9(6).
              10 WS-EJE-FECHA PIC X(8).
              10 WS-EJE-HORA PIC X(6).
              10 WS-EJE-FUENTE PIC X(30).
              10 WS-EJE-TABLAS PIC 9(5).
              10 WS-EJE-COMPLETAS PIC 9(5).
              10 WS-EJE-FILAS PIC 9(7).

       01 WS-CABECERA-ELEGIDA PIC X VALUE "N".
           88 CABECERA-ELEGIDA VALUE "S".
       01 WS-OPERACION-VIGENTE PIC X.
       01 WS-EJECUCION-LOCALIZADA PIC X.

       01 WS-GRUPO-ABIERTO PIC X VALUE "N".
           88 GRUPO-ABIERTO VALUE "S".
       01 WS-GRUPO-NUMERO PIC S9(5)V9(4).
       01 WS-GRUPO-LIMITE PIC 999.
       01 WS-GRUPO-ULTIMO PIC 999.
       01 WS-GRUPO-FILAS.
           05 WS-GRUPO-PRESENTE PIC X OCCURS 999.
       01 WS-NUMERO-FILA PIC S9(5)V9(4).
       01 WS-MULTIPLICADOR-FILA PIC 999.

       01 WS-M PIC 999.
       01 WS-MST-ENCONTRADAS PIC 999.
       01 WS-MST-FILAS.
           05 WS-MST-PRESENTE PIC X OCCURS 999.
       01 WS-RESULTADO PIC S9(10)V9(4).
       01 WS-FILAS-TABLA PIC 999.

       01 WS-FUENTES-ABIERTAS PIC 9(5) VALUE 0.
       01 WS-EJECUCIONES-REAPLICADAS PIC 9(5) VALUE 0.
       01 WS-TABLAS-REAPLICADAS PIC 9(7) VALUE 0.
       01 WS-TABLAS-COMPLETAS PIC 9(7) VALUE 0.
       01 WS-TABLAS-INCOMPLETAS PIC 9(7) VALUE 0.
       01 WS-FILAS-REAPLICADAS PIC 9(9) VALUE 0.
       01 WS-EJECUCIONES-AUSENTES PIC 9(6) VALUE 0.
       01 WS-FALLO-ESCRITURA PIC X VALUE "N".
           88 FALLO-ESCRITURA VALUE "S".

       01 WS-LINEA-TITULO.
           05 FILLER PIC X(30) VALUE
               "RECUPERACION DE MAESTRO.DAT - ".
           05 WS-TITULO-FECHA PIC X(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 WS-TITULO-HORA PIC X(6).
           05 FILLER PIC X(33) VALUE SPACES.

       01 WS-LINEA-EJECUCION.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LINEJE-NUMERO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LINEJE-FECHA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LINEJE-HORA PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LINEJE-FUENTE PIC X(26).
           05 WS-LINEJE-TABLAS PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LINEJE-COMPLETAS PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LINEJE-FILAS PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE SPACES.

       01 WS-LINEA-CONTROL.
           05 WS-LINCTL-TEXTO PIC X(36).
           05 WS-LINCTL-CIFRA PIC ZZZZZZZZ9.
           05 FILLER PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERADOR-ID = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERADOR-ID
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-NUM.
           PERFORM COMPROBAR-ROL THRU COMPROBAR-ROL-FIN.
           PERFORM COMPROBAR-CERROJO.
           PERFORM CARGAR-CATALOGO.
           PERFORM ELEGIR-GENERACION THRU ELEGIR-GENERACION-FIN.
           IF WS-GEN-ELEGIDA = 0
               DISPLAY "No hay generacion BUENA desde la que "
                   "recuperar."
               MOVE 8 TO RETURN-CODE
               GO TO FINALIZAR
           END-IF.
           MOVE WS-GEN-ELEGIDA TO WS-G.
           MOVE WS-GEN-FECHA (WS-G) TO WS-MARCA-FECHA.
           MOVE WS-GEN-HORA (WS-G) TO WS-MARCA-HORA.
           PERFORM PEDIR-CONFIRMACION.
           PERFORM ABRIR-INFORME.
           PERFORM LEER-CONTROL-COPIA.
           PERFORM LEER-CONTROL-VIVO.
           PERFORM RESTAURAR-MAESTRO THRU RESTAURAR-MAESTRO-FIN.
           IF FALLO-RESTAURACION
               PERFORM ANOTAR-ERROR
               GO TO CERRAR-INFORME
           END-IF.
           PERFORM ESCRIBIR-CABECERA-EJECUCIONES.
           PERFORM RECORRER-ARCHIVOS THRU RECORRER-ARCHIVOS-FIN.
           MOVE "TABLA.DAT" TO WS-NOMBRE-FUENTE.
           PERFORM PROCESAR-FUENTE THRU PROCESAR-FUENTE-FIN.
           PERFORM FIJAR-EJECUCION-DESDE.
           IF WS-EJECUCION-DESDE > 0
               MOVE WS-EJECUCION-DESDE TO WS-EJECUCION-BUSCADA
               PERFORM BUSCAR-FICHERO-EJECUCION
                   THRU BUSCAR-FICHERO-EJECUCION-FIN
                   UNTIL WS-EJECUCION-BUSCADA > WS-ULTIMA-ASIGNADA
                   OR FALLO-ESCRITURA
           END-IF.
           PERFORM LISTAR-AUSENTES.
           PERFORM ESCRIBIR-TOTALES.
           PERFORM GRABAR-AUDITORIA-RECUPERA.

           CERRAR-INFORME.
               CLOSE INFORME-FILE.

           FINALIZAR.
               DISPLAY "Recuperacion terminada, detalle en "
                   "RECUPERA.TXT"
               DISPLAY "Condicion maxima...: " WS-CONDICION-MAXIMA
               IF WS-CONDICION-MAXIMA > RETURN-CODE
                   MOVE WS-CONDICION-MAXIMA TO RETURN-CODE
               END-IF
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
                   MOVE "RECUPERA" TO INC-PROGRAMA
                   MOVE WS-OPERADOR-ID TO INC-OPERADOR
                   MOVE WS-SEVERIDAD-INCIDENTE TO INC-SEVERIDAD
                   MOVE "N" TO INC-REVISADO
                   MOVE WS-MENSAJE-INCIDENTE TO INC-MENSAJE
                   WRITE INCIDENTES-REGISTRO
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
                   " no tiene el rol de recuperacion para "
                   "recuperar MAESTRO.DAT.".
               PERFORM GRABAR-AUDITORIA-RECHAZO.
               MOVE "RECUPERA RECHAZADO POR ROL DE OPERADOR"
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
                           MOVE FUNCTION UPPER-CASE
                               (OPR-ROL-RECUPERACION) TO WS-ROL-OPERADOR
                       WHEN "*DEFECTO*"
                           MOVE FUNCTION UPPER-CASE
                               (OPR-ROL-RECUPERACION) TO WS-ROL-DEFECTO
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
                   MOVE "RECUPERA NO AUTORIZADO" TO AUD-DETALLE
                   WRITE AUDITORIA-REGISTRO
                   CLOSE AUDITORIA-FILE
               ELSE
                   DISPLAY "Aviso: no se pudo abrir AUDITORIA.LOG "
                       "(estado " WS-AUDITORIA-STATUS "), el "
                       "rechazo no queda auditado."
               END-IF.

           COMPROBAR-CERROJO.
               OPEN INPUT CERROJO-FILE.
               IF WS-CERROJO-STATUS = "00"
                   READ CERROJO-FILE
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-CERROJO-STATUS = "00" AND LCK-ACTIVO
                       DISPLAY "Hay una ejecucion de calculadora "
                           "activa (operador "
                           FUNCTION TRIM(LCK-OPERADOR)
                           " desde " LCK-FECHA " " LCK-HORA
                           "), no se recupera."
                       CLOSE CERROJO-FILE
                       MOVE "RECUPERACION RECHAZADA POR CERROJO ACTIVO"
                           TO WS-MENSAJE-INCIDENTE
                       MOVE 8 TO WS-SEVERIDAD-INCIDENTE
                       PERFORM GRABAR-INCIDENTE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.
               CLOSE CERROJO-FILE.

           CARGAR-CATALOGO.
               OPEN INPUT CATALOGO-FILE.
               IF WS-CATALOGO-STATUS = "00"
                   PERFORM LEER-CATALOGO
               END-IF.
               CLOSE CATALOGO-FILE.

           LEER-CATALOGO.
               READ CATALOGO-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-CATALOGO-STATUS = "00"
                   IF RSP-FECHA IS NUMERIC
                       AND WS-CATALOGO-USADOS < WS-CATALOGO-MAXIMO
                       ADD 1 TO WS-CATALOGO-USADOS
                       MOVE WS-CATALOGO-USADOS TO WS-G
                       MOVE RSP-FECHA TO WS-GEN-FECHA (WS-G)
                       MOVE RSP-HORA TO WS-GEN-HORA (WS-G)
                       MOVE RSP-ESTADO TO WS-GEN-ESTADO (WS-G)
                   END-IF
                   GO TO LEER-CATALOGO
               END-IF.

           ELEGIR-GENERACION.
               MOVE 0 TO WS-GEN-ELEGIDA.
               IF WS-CATALOGO-USADOS = 0
                   GO TO ELEGIR-GENERACION-FIN
               END-IF.
               DISPLAY "Generaciones en el catalogo:".
               MOVE 0 TO WS-G.
               PERFORM MOSTRAR-GENERACION WS-CATALOGO-USADOS TIMES.
               DISPLAY "Generacion de partida AAAAMMDDHHMMSS "
                   "(INTRO = ultima BUENA): ".
               ACCEPT WS-ENTRADA.
               IF WS-ENTRADA = SPACES
                   MOVE 0 TO WS-G
                   PERFORM ELEGIR-ULTIMA-BUENA
                       WS-CATALOGO-USADOS TIMES
                   GO TO ELEGIR-GENERACION-FIN
               END-IF.
               IF WS-ENTRADA (1:14) IS NOT NUMERIC
                   PERFORM CONTAR-REINTENTO
                   DISPLAY "Valor no valido, debe ser "
                       "AAAAMMDDHHMMSS."
                   GO TO ELEGIR-GENERACION
               END-IF.
               MOVE 0 TO WS-G.
               PERFORM ELEGIR-POR-CLAVE WS-CATALOGO-USADOS TIMES.
               IF WS-GEN-ELEGIDA = 0
                   PERFORM CONTAR-REINTENTO
                   DISPLAY "Esa generacion no esta en el catalogo "
                       "o no es BUENA."
                   GO TO ELEGIR-GENERACION
               END-IF.

           ELEGIR-GENERACION-FIN.
               MOVE 0 TO WS-REINTENTOS.

           MOSTRAR-GENERACION.
               ADD 1 TO WS-G.
               DISPLAY WS-GEN-FECHA (WS-G) WS-GEN-HORA (WS-G)
                   " " WS-GEN-ESTADO (WS-G).

           ELEGIR-ULTIMA-BUENA.
               ADD 1 TO WS-G.
               IF WS-GEN-ESTADO (WS-G) = "BUENA"
                   MOVE WS-G TO WS-GEN-ELEGIDA
               END-IF.

           ELEGIR-POR-CLAVE.
               ADD 1 TO WS-G.
               IF WS-ENTRADA (1:8) = WS-GEN-FECHA (WS-G)
                   AND WS-ENTRADA (9:6) = WS-GEN-HORA (WS-G)
                   AND WS-GEN-ESTADO (WS-G) = "BUENA"
                   MOVE WS-G TO WS-GEN-ELEGIDA
               END-IF.

           CONTAR-REINTENTO.
               ADD 1 TO WS-REINTENTOS.
               IF WS-REINTENTOS > WS-MAX-REINTENTOS
                   DISPLAY "No se ha recibido una entrada valida, "
                       "abortando sin cambios."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           PEDIR-CONFIRMACION.
               DISPLAY "Se va a sustituir MAESTRO.DAT por la copia "
                   WS-MARCA-FECHA " " WS-MARCA-HORA
                   " y reaplicar las ejecuciones posteriores S/N: ".
               ACCEPT WS-ENTRADA.
               IF FUNCTION UPPER-CASE(WS-ENTRADA) NOT = "S"
                   DISPLAY "Recuperacion cancelada, MAESTRO.DAT no "
                       "se modifica."
                   STOP RUN
               END-IF.

           ABRIR-INFORME.
               OPEN OUTPUT INFORME-FILE.
               IF WS-INFORME-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir RECUPERA.TXT (estado "
                       WS-INFORME-STATUS "), abortando."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-FECHA-HOY TO WS-TITULO-FECHA.
               MOVE WS-HORA-AHORA TO WS-TITULO-HORA.
               WRITE INFORME-REGISTRO FROM WS-LINEA-TITULO.
               MOVE SPACES TO INFORME-REGISTRO.
               STRING "EJECUTADO POR: " DELIMITED BY SIZE
                   WS-OPERADOR-ID DELIMITED BY SIZE
                   INTO INFORME-REGISTRO
               END-STRING.
               WRITE INFORME-REGISTRO.
               MOVE SPACES TO INFORME-REGISTRO.
               STRING "GENERACION DE PARTIDA: " DELIMITED BY SIZE
                   WS-MARCA-FECHA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MARCA-HORA DELIMITED BY SIZE
                   INTO INFORME-REGISTRO
               END-STRING.
               WRITE INFORME-REGISTRO.
               MOVE ALL "=" TO INFORME-REGISTRO.
               WRITE INFORME-REGISTRO.

           FORMAR-NOMBRE-COPIA.
               MOVE SPACES TO WS-NOMBRE-COPIA.
               STRING FUNCTION TRIM(WS-NOMBRE-FUENTE)
                   DELIMITED BY SIZE
                   ".G" DELIMITED BY SIZE
                   WS-MARCA-FECHA DELIMITED BY SIZE
                   WS-MARCA-HORA DELIMITED BY SIZE
                   ".BAK" DELIMITED BY SIZE
                   INTO WS-NOMBRE-COPIA
               END-STRING.

      * La copia de CONTROL.DAT de la misma generacion dice cual era
      * la ultima ejecucion asignada cuando se hizo el respaldo.
           LEER-CONTROL-COPIA.
               MOVE "CONTROL.DAT" TO WS-NOMBRE-FUENTE.
               PERFORM FORMAR-NOMBRE-COPIA.
               OPEN INPUT COPIA-FILE.
               IF WS-COPIA-STATUS = "00"
                   READ COPIA-FILE
                       NOT AT END
                           IF COPIA-REGISTRO (1:6) IS NUMERIC
                               MOVE COPIA-REGISTRO (1:6)
                                   TO WS-EJECUCION-COPIA
                               SET CONTROL-EN-COPIA TO TRUE
                           END-IF
                   END-READ
               END-IF.
               CLOSE COPIA-FILE.
               MOVE SPACES TO INFORME-REGISTRO.
               IF CONTROL-EN-COPIA
                   STRING "ULTIMA EJECUCION EN LA COPIA: "
                       DELIMITED BY SIZE
                       WS-EJECUCION-COPIA DELIMITED BY SIZE
                       INTO INFORME-REGISTRO
                   END-STRING
               ELSE
                   MOVE "SIN CONTROL.DAT EN LA COPIA, SE REAPLICAN "
                       & "LAS EJECUCIONES POSTERIORES A SU FECHA Y HORA"
                       TO INFORME-REGISTRO
               END-IF.
               WRITE INFORME-REGISTRO.

           LEER-CONTROL-VIVO.
               OPEN INPUT CONTROL-FILE.
               IF WS-CONTROL-STATUS = "00"
                   READ CONTROL-FILE
                       NOT AT END
                           IF CTL-ULTIMA-EJECUCION IS NUMERIC
                               MOVE CTL-ULTIMA-EJECUCION
                                   TO WS-ULTIMA-ASIGNADA
                           END-IF
                   END-READ
               END-IF.
               CLOSE CONTROL-FILE.
               MOVE "ULTIMA EJECUCION ASIGNADA..........:"
                   TO WS-LINCTL-TEXTO.
               MOVE WS-ULTIMA-ASIGNADA TO WS-LINCTL-CIFRA.
               WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL.

           RESTAURAR-MAESTRO.
               MOVE "MAESTRO.DAT" TO WS-NOMBRE-FUENTE.
               PERFORM FORMAR-NOMBRE-COPIA.
               OPEN INPUT COPIA-FILE.
               IF WS-COPIA-STATUS NOT = "00"
                   CLOSE COPIA-FILE
                   DISPLAY "No existe " FUNCTION TRIM(WS-NOMBRE-COPIA)
                       ", MAESTRO.DAT no se modifica."
                   MOVE "*** LA GENERACION NO TIENE COPIA DE MAESTRO"
                       TO INFORME-REGISTRO
                   WRITE INFORME-REGISTRO
                   MOVE "RECUPERACION SIN COPIA DE MAESTRO.DAT"
                       TO WS-MENSAJE-INCIDENTE
                   MOVE 8 TO WS-SEVERIDAD-INCIDENTE
                   PERFORM GRABAR-INCIDENTE
                   SET FALLO-RESTAURACION TO TRUE
                   GO TO RESTAURAR-MAESTRO-FIN
               END-IF.
               OPEN OUTPUT MAESTRO-FILE.
               IF NOT MAESTRO-STATUS-OK
                   CLOSE COPIA-FILE
                   DISPLAY "No se pudo reescribir MAESTRO.DAT (estado "
                       WS-MAESTRO-STATUS ")."
                   MOVE "*** NO SE PUDO REESCRIBIR MAESTRO.DAT"
                       TO INFORME-REGISTRO
                   WRITE INFORME-REGISTRO
                   MOVE "RECUPERACION: NO SE PUDO REESCRIBIR MAESTRO"
                       TO WS-MENSAJE-INCIDENTE
                   MOVE 8 TO WS-SEVERIDAD-INCIDENTE
                   PERFORM GRABAR-INCIDENTE
                   SET FALLO-RESTAURACION TO TRUE
                   GO TO RESTAURAR-MAESTRO-FIN
               END-IF.
               PERFORM RESTAURAR-FILA-MAESTRO.
               CLOSE COPIA-FILE.
               CLOSE MAESTRO-FILE.
               MOVE "FILAS DE MAESTRO.DAT RESTAURADAS...:"
                   TO WS-LINCTL-TEXTO.
               MOVE WS-FILAS-RESTAURADAS TO WS-LINCTL-CIFRA.
               WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL.
               IF FALLO-RESTAURACION
                   MOVE "*** RESTAURACION DE MAESTRO.DAT INCOMPLETA"
                       TO INFORME-REGISTRO
                   WRITE INFORME-REGISTRO
                   MOVE "RECUPERACION: RESTAURACION INCOMPLETA"
                       TO WS-MENSAJE-INCIDENTE
                   MOVE 8 TO WS-SEVERIDAD-INCIDENTE
                   PERFORM GRABAR-INCIDENTE
               END-IF.

           RESTAURAR-MAESTRO-FIN.
               CONTINUE.

           RESTAURAR-FILA-MAESTRO.
               READ COPIA-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-COPIA-STATUS = "00"
                   MOVE COPIA-REGISTRO TO MAESTRO-REGISTRO
                   WRITE MAESTRO-REGISTRO
                   IF WS-MAESTRO-STATUS NOT = "00"
                       DISPLAY "Fallo de escritura al restaurar "
                           "MAESTRO.DAT (estado "
                           WS-MAESTRO-STATUS ")."
                       SET FALLO-RESTAURACION TO TRUE
                   ELSE
                       ADD 1 TO WS-FILAS-RESTAURADAS
                       GO TO RESTAURAR-FILA-MAESTRO
                   END-IF
               END-IF.

           ESCRIBIR-CABECERA-EJECUCIONES.
               MOVE SPACES TO INFORME-REGISTRO.
               WRITE INFORME-REGISTRO.
               MOVE "EJECUCIONES REAPLICADAS" TO INFORME-REGISTRO.
               WRITE INFORME-REGISTRO.
               MOVE "  EJEC.  FECHA    HORA   FUENTE                 "
                   & "    TABLAS COMPL.   FILAS" TO INFORME-REGISTRO.
               WRITE INFORME-REGISTRO.

      * Las generaciones de archivo llevan la fecha de la depuracion,
      * que siempre es posterior a la de sus ejecuciones: basta con
      * recorrer desde la fecha de la copia hasta hoy.
           RECORRER-ARCHIVOS.
               MOVE WS-MARCA-FECHA TO WS-FECHA-GEN-NUM.
               COMPUTE WS-DIAS-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-GEN-NUM).

           RECORRER-UN-ARCHIVO.
               COMPUTE WS-FECHA-GEN-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO).
               IF WS-FECHA-GEN-NUM > WS-FECHA-HOY-NUM
                   OR FALLO-ESCRITURA
                   GO TO RECORRER-ARCHIVOS-FIN
               END-IF.
               MOVE WS-FECHA-GEN-NUM TO WS-FECHA-GEN.
               MOVE SPACES TO WS-NOMBRE-FUENTE.
               STRING "TABLA.DAT." DELIMITED BY SIZE
                   WS-FECHA-GEN DELIMITED BY SIZE
                   ".ARC" DELIMITED BY SIZE
                   INTO WS-NOMBRE-FUENTE
               END-STRING.
               PERFORM PROCESAR-FUENTE THRU PROCESAR-FUENTE-FIN.
               ADD 1 TO WS-DIAS-ENTERO.
               GO TO RECORRER-UN-ARCHIVO.

           RECORRER-ARCHIVOS-FIN.
               CONTINUE.

           PROCESAR-FUENTE.
               OPEN INPUT FUENTE-FILE.
               IF WS-FUENTE-STATUS NOT = "00"
                   CLOSE FUENTE-FILE
                   GO TO PROCESAR-FUENTE-FIN
               END-IF.
               ADD 1 TO WS-FUENTES-ABIERTAS.
               MOVE "N" TO WS-CABECERA-ELEGIDA.
               MOVE "N" TO WS-GRUPO-ABIERTO.
               PERFORM PROCESAR-FILA-FUENTE.
               PERFORM APLICAR-GRUPO THRU APLICAR-GRUPO-FIN.
               CLOSE FUENTE-FILE.

           PROCESAR-FUENTE-FIN.
               CONTINUE.

           PROCESAR-FILA-FUENTE.
               READ FUENTE-FILE
                   AT END
                       CONTINUE
               END-READ.
               EVALUATE WS-FUENTE-STATUS
                   WHEN "10"
                       CONTINUE
                   WHEN "00"
                       PERFORM CLASIFICAR-FILA-FUENTE
                       IF NOT FALLO-ESCRITURA
                           GO TO PROCESAR-FILA-FUENTE
                       END-IF
                   WHEN OTHER
                       DISPLAY "Aviso: lectura de "
                           FUNCTION TRIM(WS-NOMBRE-FUENTE)
                           " interrumpida (estado "
                           WS-FUENTE-STATUS ")."
                       PERFORM ANOTAR-AVISO
               END-EVALUATE.

           CLASIFICAR-FILA-FUENTE.
               EVALUATE TRUE
                   WHEN TS-TIPO-CABECERA
                       PERFORM APLICAR-GRUPO THRU APLICAR-GRUPO-FIN
                       PERFORM ELEGIR-CABECERA THRU ELEGIR-CABECERA-FIN
                   WHEN TS-TIPO-DETALLE
                       IF CABECERA-ELEGIDA
                           PERFORM ANOTAR-DETALLE
                               THRU ANOTAR-DETALLE-FIN
                       END-IF
                   WHEN OTHER
                       PERFORM APLICAR-GRUPO THRU APLICAR-GRUPO-FIN
               END-EVALUATE.

      * Con CONTROL.DAT en la copia se reaplica toda ejecucion de
      * numero superior; la fecha y hora de la cabecera cubren la
      * copia que no lo tiene. Reaplicar de mas no hace dano, porque
      * solo se graban las filas que falten.
           ELEGIR-CABECERA.
               MOVE "N" TO WS-CABECERA-ELEGIDA.
               IF TS-CAB-EJECUCION IS NOT NUMERIC
                   GO TO ELEGIR-CABECERA-FIN
               END-IF.
               MOVE TS-CAB-FECHA TO WS-MARCA-CAB-FECHA.
               MOVE TS-CAB-HORA TO WS-MARCA-CAB-HORA.
               IF CONTROL-EN-COPIA
                   AND TS-CAB-EJECUCION > WS-EJECUCION-COPIA
                   SET CABECERA-ELEGIDA TO TRUE
               END-IF.
               IF WS-MARCA-CABECERA > WS-MARCA-COPIA
                   SET CABECERA-ELEGIDA TO TRUE
               END-IF.
               IF NOT CABECERA-ELEGIDA
                   GO TO ELEGIR-CABECERA-FIN
               END-IF.
               MOVE TS-CAB-OPERACION TO WS-OPERACION-VIGENTE.
               MOVE TS-CAB-EJECUCION TO WS-EJECUCION-BUSCADA.
               PERFORM LOCALIZAR-EJECUCION.
               IF WS-E-VIGENTE = 0
                   IF WS-EJECUCIONES-USADAS < WS-EJECUCIONES-MAXIMO
                       ADD 1 TO WS-EJECUCIONES-USADAS
                       MOVE WS-EJECUCIONES-USADAS TO WS-E-VIGENTE
                       MOVE WS-E-VIGENTE TO WS-E
                       MOVE TS-CAB-EJECUCION TO WS-EJE-NUMERO (WS-E)
                       MOVE TS-CAB-FECHA TO WS-EJE-FECHA (WS-E)
                       MOVE TS-CAB-HORA TO WS-EJE-HORA (WS-E)
                       MOVE WS-NOMBRE-FUENTE TO WS-EJE-FUENTE (WS-E)
                       MOVE 0 TO WS-EJE-TABLAS (WS-E)
                       MOVE 0 TO WS-EJE-COMPLETAS (WS-E)
                       MOVE 0 TO WS-EJE-FILAS (WS-E)
                   ELSE
                       ADD 1 TO WS-EJECUCIONES-PERDIDAS
                   END-IF
               END-IF.

           ELEGIR-CABECERA-FIN.
               CONTINUE.

           LOCALIZAR-EJECUCION.
               MOVE 0 TO WS-E-VIGENTE.
               MOVE 0 TO WS-E.
               PERFORM COMPARAR-EJECUCION WS-EJECUCIONES-USADAS TIMES.

           COMPARAR-EJECUCION.
               ADD 1 TO WS-E.
               IF WS-EJE-NUMERO (WS-E) = WS-EJECUCION-BUSCADA
                   MOVE WS-E TO WS-E-VIGENTE
               END-IF.

      * Las filas "D" de una tabla van seguidas y con multiplicador
      * creciente desde 1; un cambio de numero o un multiplicador que
      * no crece abre la tabla siguiente. El limite de la tabla es el
      * mayor multiplicador leido.
           ANOTAR-DETALLE.
               IF TS-MULTIPLICADOR IS NOT NUMERIC
                   OR TS-MULTIPLICADOR = 0
                   GO TO ANOTAR-DETALLE-FIN
               END-IF.
               MOVE TS-NUMERO TO WS-NUMERO-FILA.
               MOVE TS-MULTIPLICADOR TO WS-MULTIPLICADOR-FILA.
               IF GRUPO-ABIERTO
                   IF WS-NUMERO-FILA NOT = WS-GRUPO-NUMERO
                       OR WS-MULTIPLICADOR-FILA NOT > WS-GRUPO-ULTIMO
                       PERFORM APLICAR-GRUPO THRU APLICAR-GRUPO-FIN
                   END-IF
               END-IF.
               IF NOT GRUPO-ABIERTO
                   SET GRUPO-ABIERTO TO TRUE
                   MOVE WS-NUMERO-FILA TO WS-GRUPO-NUMERO
                   MOVE 0 TO WS-GRUPO-LIMITE
                   MOVE ALL "N" TO WS-GRUPO-FILAS
               END-IF.
               MOVE "S" TO WS-GRUPO-PRESENTE (WS-MULTIPLICADOR-FILA).
               MOVE WS-MULTIPLICADOR-FILA TO WS-GRUPO-ULTIMO.
               IF WS-MULTIPLICADOR-FILA > WS-GRUPO-LIMITE
                   MOVE WS-MULTIPLICADOR-FILA TO WS-GRUPO-LIMITE
               END-IF.

           ANOTAR-DETALLE-FIN.
               CONTINUE.

           APLICAR-GRUPO.
               IF NOT GRUPO-ABIERTO
                   GO TO APLICAR-GRUPO-FIN
               END-IF.
               MOVE "N" TO WS-GRUPO-ABIERTO.
               IF WS-E-VIGENTE > 0
                   ADD 1 TO WS-EJE-TABLAS (WS-E-VIGENTE)
               END-IF.
               PERFORM BUSCAR-EN-MAESTRO.
               IF WS-MST-ENCONTRADAS = WS-GRUPO-LIMITE
                   ADD 1 TO WS-TABLAS-COMPLETAS
                   IF WS-E-VIGENTE > 0
                       ADD 1 TO WS-EJE-COMPLETAS (WS-E-VIGENTE)
                   END-IF
                   GO TO APLICAR-GRUPO-FIN
               END-IF.
               OPEN EXTEND MAESTRO-FILE.
               IF NOT MAESTRO-STATUS-OK
                   DISPLAY "No se pudo ampliar MAESTRO.DAT (estado "
                       WS-MAESTRO-STATUS "), recuperacion detenida."
                   MOVE "RECUPERACION: NO SE PUDO AMPLIAR MAESTRO"
                       TO WS-MENSAJE-INCIDENTE
                   MOVE 8 TO WS-SEVERIDAD-INCIDENTE
                   PERFORM GRABAR-INCIDENTE
                   PERFORM ANOTAR-ERROR
                   SET FALLO-ESCRITURA TO TRUE
                   GO TO APLICAR-GRUPO-FIN
               END-IF.
               MOVE 0 TO WS-FILAS-TABLA.
               MOVE 0 TO WS-M.
               PERFORM GRABAR-FILA-MAESTRO WS-GRUPO-LIMITE TIMES.
               CLOSE MAESTRO-FILE.
               ADD 1 TO WS-TABLAS-REAPLICADAS.
               ADD WS-FILAS-TABLA TO WS-FILAS-REAPLICADAS.
               IF WS-E-VIGENTE > 0
                   ADD WS-FILAS-TABLA TO WS-EJE-FILAS (WS-E-VIGENTE)
               END-IF.
               IF WS-MST-ENCONTRADAS + WS-FILAS-TABLA
                   < WS-GRUPO-LIMITE
                   ADD 1 TO WS-TABLAS-INCOMPLETAS
               END-IF.

           APLICAR-GRUPO-FIN.
               CONTINUE.

           BUSCAR-EN-MAESTRO.
               MOVE 0 TO WS-MST-ENCONTRADAS.
               MOVE ALL "N" TO WS-MST-FILAS.
               OPEN INPUT MAESTRO-FILE.
               IF WS-MAESTRO-STATUS = "00"
                   PERFORM LEER-MAESTRO
               END-IF.
               CLOSE MAESTRO-FILE.

           LEER-MAESTRO.
               READ MAESTRO-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-MAESTRO-STATUS = "00"
                   IF MST-NUMERO IS NUMERIC
                       AND MST-MULTIPLICADOR IS NUMERIC
                       AND MST-NUMERO = WS-GRUPO-NUMERO
                       AND MST-OPERACION = WS-OPERACION-VIGENTE
                       AND MST-LIMITE = WS-GRUPO-LIMITE
                       AND MST-MULTIPLICADOR > 0
                       AND MST-MULTIPLICADOR NOT > WS-GRUPO-LIMITE
                       IF WS-MST-PRESENTE (MST-MULTIPLICADOR) = "N"
                           MOVE "S" TO
                               WS-MST-PRESENTE (MST-MULTIPLICADOR)
                           ADD 1 TO WS-MST-ENCONTRADAS
                       END-IF
                   END-IF
                   GO TO LEER-MAESTRO
               END-IF.

      * El resultado se calcula como en CALCULOS de calculadora y no
      * se toma de la fila "D", que viene redondeada a los decimales
      * de presentacion.
           GRABAR-FILA-MAESTRO.
               ADD 1 TO WS-M.
               IF WS-MST-PRESENTE (WS-M) = "N"
                   AND WS-GRUPO-PRESENTE (WS-M) = "S"
                   EVALUATE WS-OPERACION-VIGENTE
                       WHEN "2"
                           COMPUTE WS-RESULTADO =
                               WS-GRUPO-NUMERO + WS-M
                       WHEN "3"
                           COMPUTE WS-RESULTADO =
                               WS-GRUPO-NUMERO - WS-M
                       WHEN "4"
                           COMPUTE WS-RESULTADO ROUNDED =
                               WS-GRUPO-NUMERO / WS-M
                       WHEN OTHER
                           COMPUTE WS-RESULTADO =
                               WS-GRUPO-NUMERO * WS-M
                   END-EVALUATE
                   MOVE WS-GRUPO-NUMERO TO MST-NUMERO
                   MOVE WS-OPERACION-VIGENTE TO MST-OPERACION
                   MOVE WS-GRUPO-LIMITE TO MST-LIMITE
                   MOVE WS-M TO MST-MULTIPLICADOR
                   MOVE WS-RESULTADO TO MST-RESULTADO
                   WRITE MAESTRO-REGISTRO
                   IF WS-MAESTRO-STATUS = "00"
                       ADD 1 TO WS-FILAS-TABLA
                   ELSE
                       DISPLAY "Fallo de escritura en MAESTRO.DAT "
                           "(estado " WS-MAESTRO-STATUS ")."
                       MOVE "RECUPERACION: FALLO ESCRITURA MAESTRO"
                           TO WS-MENSAJE-INCIDENTE
                       MOVE 8 TO WS-SEVERIDAD-INCIDENTE
                       PERFORM GRABAR-INCIDENTE
                       PERFORM ANOTAR-ERROR
                       SET FALLO-ESCRITURA TO TRUE
                   END-IF
               END-IF.

      * Sin CONTROL.DAT en la copia, la primera ejecucion esperada es
      * la de numero mas bajo encontrada por fecha y hora.
           FIJAR-EJECUCION-DESDE.
               IF CONTROL-EN-COPIA
                   COMPUTE WS-EJECUCION-DESDE = WS-EJECUCION-COPIA + 1
               ELSE
                   MOVE 0 TO WS-EJECUCION-DESDE
                   MOVE 0 TO WS-E
                   PERFORM BUSCAR-EJECUCION-MENOR
                       WS-EJECUCIONES-USADAS TIMES
               END-IF.

           BUSCAR-EJECUCION-MENOR.
               ADD 1 TO WS-E.
               IF WS-EJECUCION-DESDE = 0
                   OR WS-EJE-NUMERO (WS-E) < WS-EJECUCION-DESDE
                   MOVE WS-EJE-NUMERO (WS-E) TO WS-EJECUCION-DESDE
               END-IF.

      * Las ejecuciones que colector aun no ha fundido siguen en su
      * fichero propio TABLA.Rnnnnnn.DAT.
           BUSCAR-FICHERO-EJECUCION.
               PERFORM LOCALIZAR-EJECUCION.
               IF WS-E-VIGENTE > 0
                   GO TO BUSCAR-FICHERO-EJECUCION-FIN
               END-IF.
               MOVE SPACES TO WS-NOMBRE-FUENTE.
               STRING "TABLA.R" DELIMITED BY SIZE
                   WS-EJECUCION-BUSCADA DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-NOMBRE-FUENTE
               END-STRING.
               PERFORM PROCESAR-FUENTE THRU PROCESAR-FUENTE-FIN.

           BUSCAR-FICHERO-EJECUCION-FIN.
               ADD 1 TO WS-EJECUCION-BUSCADA.

           LISTAR-AUSENTES.
               MOVE 0 TO WS-E.
               PERFORM LISTAR-UNA-EJECUCION WS-EJECUCIONES-USADAS TIMES.
               MOVE SPACES TO INFORME-REGISTRO.
               WRITE INFORME-REGISTRO.
               MOVE "EJECUCIONES NO ENCONTRADAS" TO INFORME-REGISTRO.
               WRITE INFORME-REGISTRO.
               IF WS-EJECUCION-DESDE > 0
                   MOVE WS-EJECUCION-DESDE TO WS-EJECUCION-BUSCADA
                   PERFORM COMPROBAR-AUSENTE
                       UNTIL WS-EJECUCION-BUSCADA > WS-ULTIMA-ASIGNADA
               END-IF.
               IF WS-EJECUCIONES-AUSENTES = 0
                   MOVE "  (NINGUNA)" TO INFORME-REGISTRO
                   WRITE INFORME-REGISTRO
               ELSE
                   PERFORM ANOTAR-AVISO
                   MOVE SPACES TO WS-MENSAJE-INCIDENTE
                   STRING "RECUPERACION: " DELIMITED BY SIZE
                       WS-EJECUCIONES-AUSENTES DELIMITED BY SIZE
                       " EJECUCION(ES) NO ENCONTRADA(S)"
                       DELIMITED BY SIZE
                       INTO WS-MENSAJE-INCIDENTE
                   END-STRING
                   MOVE 4 TO WS-SEVERIDAD-INCIDENTE
                   PERFORM GRABAR-INCIDENTE
               END-IF.

           LISTAR-UNA-EJECUCION.
               ADD 1 TO WS-E.
               MOVE WS-EJE-NUMERO (WS-E) TO WS-LINEJE-NUMERO.
               MOVE WS-EJE-FECHA (WS-E) TO WS-LINEJE-FECHA.
               MOVE WS-EJE-HORA (WS-E) TO WS-LINEJE-HORA.
               MOVE WS-EJE-FUENTE (WS-E) TO WS-LINEJE-FUENTE.
               MOVE WS-EJE-TABLAS (WS-E) TO WS-LINEJE-TABLAS.
               MOVE WS-EJE-COMPLETAS (WS-E) TO WS-LINEJE-COMPLETAS.
               MOVE WS-EJE-FILAS (WS-E) TO WS-LINEJE-FILAS.
               WRITE INFORME-REGISTRO FROM WS-LINEA-EJECUCION.
               IF WS-EJE-FILAS (WS-E) > 0
                   ADD 1 TO WS-EJECUCIONES-REAPLICADAS
               END-IF.

           COMPROBAR-AUSENTE.
               PERFORM LOCALIZAR-EJECUCION.
               IF WS-E-VIGENTE = 0
                   ADD 1 TO WS-EJECUCIONES-AUSENTES
                   MOVE SPACES TO INFORME-REGISTRO
                   STRING "  " DELIMITED BY SIZE
                       WS-EJECUCION-BUSCADA DELIMITED BY SIZE
                       "  SIN CABECERA EN TABLA.DAT, ARCHIVOS NI "
                       DELIMITED BY SIZE
                       "FICHERO DE EJECUCION" DELIMITED BY SIZE
                       INTO INFORME-REGISTRO
                   END-STRING
                   WRITE INFORME-REGISTRO
               END-IF.
               ADD 1 TO WS-EJECUCION-BUSCADA.

           ESCRIBIR-TOTALES.
               MOVE SPACES TO INFORME-REGISTRO.
               WRITE INFORME-REGISTRO.
               MOVE "FICHEROS DE TABLAS LEIDOS..........:"
                   TO WS-LINCTL-TEXTO.
               MOVE WS-FUENTES-ABIERTAS TO WS-LINCTL-CIFRA.
               WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL.
               MOVE "EJECUCIONES ENCONTRADAS............:"
                   TO WS-LINCTL-TEXTO.
               MOVE WS-EJECUCIONES-USADAS TO WS-LINCTL-CIFRA.
               WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL.
               MOVE "EJECUCIONES CON FILAS REAPLICADAS..:"
                   TO WS-LINCTL-TEXTO.
               MOVE WS-EJECUCIONES-REAPLICADAS TO WS-LINCTL-CIFRA.
               WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL.
               MOVE "TABLAS REAPLICADAS.................:"
                   TO WS-LINCTL-TEXTO.
               MOVE WS-TABLAS-REAPLICADAS TO WS-LINCTL-CIFRA.
               WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL.
               MOVE "TABLAS YA COMPLETAS, SALTADAS......:"
                   TO WS-LINCTL-TEXTO.
               MOVE WS-TABLAS-COMPLETAS TO WS-LINCTL-CIFRA.
               WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL.
               MOVE "FILAS REAPLICADAS A MAESTRO.DAT....:"
                   TO WS-LINCTL-TEXTO.
               MOVE WS-FILAS-REAPLICADAS TO WS-LINCTL-CIFRA.
               WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL.
               MOVE "EJECUCIONES NO ENCONTRADAS.........:"
                   TO WS-LINCTL-TEXTO.
               MOVE WS-EJECUCIONES-AUSENTES TO WS-LINCTL-CIFRA.
               WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL.
               IF WS-TABLAS-INCOMPLETAS > 0
                   MOVE "TABLAS QUE SIGUEN INCOMPLETAS......:"
                       TO WS-LINCTL-TEXTO
                   MOVE WS-TABLAS-INCOMPLETAS TO WS-LINCTL-CIFRA
                   WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL
                   PERFORM ANOTAR-AVISO
               END-IF.
               IF WS-EJECUCIONES-PERDIDAS > 0
                   MOVE "CABECERAS FUERA DE LA TABLA INTERNA:"
                       TO WS-LINCTL-TEXTO
                   MOVE WS-EJECUCIONES-PERDIDAS TO WS-LINCTL-CIFRA
                   WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL
                   PERFORM ANOTAR-AVISO
               END-IF.
               IF FALLO-ESCRITURA
                   MOVE "*** RECUPERACION INTERRUMPIDA POR FALLO DE "
                       & "ESCRITURA" TO INFORME-REGISTRO
                   WRITE INFORME-REGISTRO
               END-IF.
               DISPLAY "Ejecuciones reaplicadas..: "
                   WS-EJECUCIONES-REAPLICADAS.
               DISPLAY "Filas reaplicadas........: "
                   WS-FILAS-REAPLICADAS.
               DISPLAY "Ejecuciones no encontradas: "
                   WS-EJECUCIONES-AUSENTES.

           GRABAR-AUDITORIA-RECUPERA.
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
                   MOVE "P" TO AUD-OPERACION
                   MOVE SPACE TO AUD-ORIGEN
                   STRING "RECUPERA MST " DELIMITED BY SIZE
                       WS-MARCA-COPIA DELIMITED BY SIZE
                       INTO AUD-DETALLE
                   END-STRING
                   WRITE AUDITORIA-REGISTRO
                   CLOSE AUDITORIA-FILE
               ELSE
                   DISPLAY "Aviso: no se pudo abrir AUDITORIA.LOG "
                       "(estado " WS-AUDITORIA-STATUS "), la "
                       "recuperacion no queda auditada."
                   PERFORM ANOTAR-AVISO
               END-IF.


       END PROGRAM recupera.
