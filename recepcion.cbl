      ******************************************************************
      * Author:
      * Date:
      * Purpose: Interfaz de entrada desde planificacion. En modo CARGA
      *          lee un fichero de peticiones (PETICION.DAT por
      *          defecto) con registro de control CTL1 al principio
      *          (CTL1,fichero,fecha,hora[,solicitante]), una linea
      *          numero,operacion,limite por peticion y CTL9 al final
      *          (CTL9,fichero,registros). Si los registros de control
      *          no casan se rechaza el fichero entero; si casan, cada
      *          linea se valida con las reglas de pidetrab y se anade
      *          a TRABAJOS.DAT marcada con el fichero remitente, como
      *          PENDIENTE si es correcta o RECHAZADO con su motivo si
      *          no lo es. Cada fichero se anota en el libro
      *          RECEPCION.DAT, que impide cargar dos veces el mismo.
      *          En modo RESPUESTA, para cada fichero cargado cuyas
      *          peticiones ya no estan PENDIENTE escribe
      *          RESPUESTA.fichero.DAT con el estado y la ejecucion de
      *          cada peticion, en el orden del fichero recibido, y lo
      *          marca RESPONDIDO. Informe en RECEPCION.TXT, con
      *          RETURN-CODE 4 por lineas rechazadas o respuestas
      *          pendientes y 8 por ficheros rechazados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recepcion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PETICION-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-PETICION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PETICION-STATUS.
           SELECT OPTIONAL RESPUESTA-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-RESPUESTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPUESTA-STATUS.
           SELECT OPTIONAL TRABAJOS-FILE ASSIGN TO "TRABAJOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABAJOS-STATUS.
           SELECT OPTIONAL RECEPCION-FILE ASSIGN TO "RECEPCION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEPCION-STATUS.
           SELECT OPTIONAL RECENUE-FILE ASSIGN TO "RECENUE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECENUE-STATUS.
           SELECT OPTIONAL INCIDENTES-FILE ASSIGN TO "INCIDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENTES-STATUS.
           SELECT INFORME-FILE ASSIGN TO "RECEPCION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PETICION-FILE.
       01  PETICION-REGISTRO PIC X(80).

       FD  RESPUESTA-FILE.
       01  RESPUESTA-REGISTRO PIC X(80).

       FD  TRABAJOS-FILE.
       01  TRABAJOS-REGISTRO.
       COPY TRBREG.

       FD  RECEPCION-FILE.
       01  RECEPCION-REGISTRO.
           05 RCP-FICHERO PIC X(12).
           05 RCP-FILLER1 PIC X.
           05 RCP-FECHA PIC X(8).
           05 RCP-FILLER2 PIC X.
           05 RCP-HORA PIC X(6).
           05 RCP-FILLER3 PIC X.
           05 RCP-SOLICITANTE PIC X(20).
           05 RCP-FILLER4 PIC X.
           05 RCP-REGISTROS PIC 9(9).
           05 RCP-FILLER5 PIC X.
           05 RCP-ACEPTADAS PIC 9(9).
           05 RCP-FILLER6 PIC X.
           05 RCP-RECHAZADAS PIC 9(9).
           05 RCP-FILLER7 PIC X.
           05 RCP-ESTADO PIC X(10).

       FD  RECENUE-FILE.
       01  RECENUE-REGISTRO PIC X(90).

       FD  INCIDENTES-FILE.
       01  INCIDENTES-REGISTRO.
       COPY INCREG.

       FD  INFORME-FILE.
       01  INFORME-REGISTRO PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PETICION-STATUS PIC XX.
       01 WS-RESPUESTA-STATUS PIC XX.
           88 RESPUESTA-STATUS-OK VALUES "00" "05".
       01 WS-TRABAJOS-STATUS PIC XX.
           88 TRABAJOS-STATUS-OK VALUES "00" "05".
       01 WS-RECEPCION-STATUS PIC XX.
           88 RECEPCION-STATUS-OK VALUES "00" "05".
       01 WS-RECENUE-STATUS PIC XX.
           88 RECENUE-STATUS-OK VALUES "00" "05".
       01 WS-INCIDENTES-STATUS PIC XX.
       01 WS-INFORME-STATUS PIC XX.

       01 WS-NOMBRE-PETICION PIC X(40).
       01 WS-NOMBRE-RESPUESTA PIC X(40).

       01 WS-OPERADOR-ID PIC X(20).
       01 WS-FECHA-HOY PIC X(8).
       01 WS-HORA-AHORA PIC X(6).

       01 WS-MODO PIC X(9).
       01 WS-ENTRADA PIC X(40).
       01 WS-REINTENTOS PIC 9(3) VALUE 0.
       01 WS-MAX-REINTENTOS PIC 9(3) VALUE 20.

       01 WS-CONDICION-MAXIMA PIC 99 VALUE 0.
       01 WS-MENSAJE-INCIDENTE PIC X(60).
       01 WS-SEVERIDAD-INCIDENTE PIC 99.

       01 WS-SOLICITANTE-DEFECTO PIC X(20) VALUE "PLANIFICACION".

       01 WS-RECEPCION-LOCALIZADA PIC X VALUE "N".
       01 WS-FICHERO-BUSCADO PIC X(12).
       01 WS-FALLO-LIBRO PIC X VALUE "N".
       01 WS-REGISTROS-LIBRO PIC 9(9) VALUE 0.

       01 WS-CAMPO-TIPO PIC X(8).
       01 WS-CAMPO-FICHERO PIC X(20).
       01 WS-CAMPO-TERCERO PIC X(20).
       01 WS-CAMPO-CUARTO PIC X(20).
       01 WS-CAMPO-QUINTO PIC X(24).
       01 WS-CAMPO-NUMERO PIC X(20).
       01 WS-CAMPO-OPERACION PIC X(12).
       01 WS-CAMPO-LIMITE PIC X(12).
       01 WS-CAMPO-LONGITUD PIC 99.
       01 WS-CARACTERES-INVALIDOS PIC 99.

       01 WS-FICHERO-CTL1 PIC X(12).
       01 WS-FICHERO-CTL9 PIC X(12).
       01 WS-SOLICITANTE-CTL1 PIC X(20).
       01 WS-REGISTROS-CTL9 PIC 9(9) VALUE 0.
       01 WS-CTL1-VISTO PIC X VALUE "N".
       01 WS-CTL9-VISTO PIC X VALUE "N".
       01 WS-LINEAS-FICHERO PIC 9(9) VALUE 0.
       01 WS-LINEAS-DETALLE PIC 9(9) VALUE 0.
       01 WS-MOTIVO-FICHERO PIC X(40).

       01 WS-ULTIMA-SECUENCIA PIC 9(6) VALUE 0.
       01 WS-NUMERO-PEDIDO PIC X(12).
       01 WS-OPERACION-PEDIDA PIC X.
       01 WS-LIMITE-PEDIDO PIC 999.
       01 WS-MOTIVO-RECHAZO PIC X(12).
       01 WS-PETICIONES-ACEPTADAS PIC 9(9) VALUE 0.
       01 WS-PETICIONES-RECHAZADAS PIC 9(9) VALUE 0.

       01 WS-PETICIONES-PENDIENTES PIC 9(9) VALUE 0.
       01 WS-PETICIONES-RESPONDIDAS PIC 9(9) VALUE 0.
       01 WS-REGISTROS-EDITADO PIC 9(9).
       01 WS-LINEA-RESPUESTA PIC 9(9).

       01 WS-FICHEROS-CARGADOS PIC 9(5) VALUE 0.
       01 WS-FICHEROS-RECHAZADOS PIC 9(5) VALUE 0.
       01 WS-FICHEROS-RESPONDIDOS PIC 9(5) VALUE 0.
       01 WS-FICHEROS-EN-CURSO PIC 9(5) VALUE 0.

       01 WS-LINEA-TITULO.
           05 FILLER PIC X(22) VALUE "INTERFAZ DE ENTRADA  -".
           05 FILLER PIC X VALUE SPACE.
           05 WS-TITULO-FECHA PIC X(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 WS-TITULO-HORA PIC X(6).
           05 FILLER PIC X(3) VALUE " - ".
           05 WS-TITULO-MODO PIC X(9).
           05 FILLER PIC X(28) VALUE SPACES.

       01 WS-LINEA-CONTROL.
           05 WS-LINCTL-TEXTO PIC X(36).
           05 WS-LINCTL-CIFRA PIC ZZZZZZZZ9.
           05 FILLER PIC X(35) VALUE SPACES.

       01 WS-LINEA-PETICION.
           05 WS-LINPET-LINEA PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LINPET-SECUENCIA PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LINPET-NUMERO PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LINPET-ESTADO PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LINPET-MOTIVO PIC X(12).
           05 FILLER PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERADOR-ID = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERADOR-ID
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           PERFORM PEDIR-MODO THRU PEDIR-MODO-FIN.
           PERFORM ABRIR-INFORME.
           IF WS-MODO = "RESPUESTA"
               PERFORM RESPONDER-FICHEROS THRU RESPONDER-FICHEROS-FIN
               PERFORM GRABAR-RECEPCIONES THRU GRABAR-RECEPCIONES-FIN
           ELSE
               PERFORM PEDIR-FICHERO THRU PEDIR-FICHERO-FIN
               PERFORM RECIBIR-FICHERO THRU RECIBIR-FICHERO-FIN
           END-IF.
           PERFORM ESCRIBIR-RECUENTOS.

           FINALIZAR.
               CLOSE INFORME-FILE
               DISPLAY "Recepcion terminada, informe en RECEPCION.TXT"
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
                   MOVE "RECEPCION" TO INC-PROGRAMA
                   MOVE WS-OPERADOR-ID TO INC-OPERADOR
                   MOVE WS-SEVERIDAD-INCIDENTE TO INC-SEVERIDAD
                   MOVE "N" TO INC-REVISADO
                   MOVE WS-MENSAJE-INCIDENTE TO INC-MENSAJE
                   WRITE INCIDENTES-REGISTRO
                   CLOSE INCIDENTES-FILE
               END-IF.

           PEDIR-MODO.
               DISPLAY "Modo CARGA o RESPUESTA (INTRO = CARGA): ".
               ACCEPT WS-ENTRADA.
               IF WS-ENTRADA = SPACES
                   MOVE "CARGA" TO WS-MODO
                   GO TO PEDIR-MODO-FIN
               END-IF.
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA) TO WS-ENTRADA.
               IF WS-ENTRADA = "CARGA" OR "RESPUESTA"
                   MOVE WS-ENTRADA TO WS-MODO
               ELSE
                   PERFORM CONTAR-REINTENTO
                   DISPLAY "Valor no valido, debe ser CARGA o "
                       "RESPUESTA."
                   GO TO PEDIR-MODO
               END-IF.

           PEDIR-MODO-FIN.
               MOVE 0 TO WS-REINTENTOS.

           PEDIR-FICHERO.
               DISPLAY "Fichero de peticiones (INTRO = PETICION.DAT): ".
               ACCEPT WS-ENTRADA.
               IF WS-ENTRADA = SPACES
                   MOVE "PETICION.DAT" TO WS-NOMBRE-PETICION
               ELSE
                   MOVE WS-ENTRADA TO WS-NOMBRE-PETICION
               END-IF.

           PEDIR-FICHERO-FIN.
               MOVE 0 TO WS-REINTENTOS.

           CONTAR-REINTENTO.
               ADD 1 TO WS-REINTENTOS.
               IF WS-REINTENTOS > WS-MAX-REINTENTOS
                   DISPLAY "No se ha recibido una entrada valida, "
                       "abortando."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           ABRIR-INFORME.
               OPEN OUTPUT INFORME-FILE.
               IF WS-INFORME-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir RECEPCION.TXT (estado "
                       WS-INFORME-STATUS "), abortando."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-FECHA-HOY TO WS-TITULO-FECHA.
               MOVE WS-HORA-AHORA TO WS-TITULO-HORA.
               MOVE WS-MODO TO WS-TITULO-MODO.
               WRITE INFORME-REGISTRO FROM WS-LINEA-TITULO.
               MOVE ALL "=" TO INFORME-REGISTRO.
               WRITE INFORME-REGISTRO.

      * Solo cuentan como ya recibidos los ficheros CARGADO o
      * RESPONDIDO; un fichero RECHAZADO puede volver corregido con
      * el mismo identificador. El libro no se purga, asi que se
      * recorre entero en cada consulta en lugar de cargarlo en una
      * tabla de tamano fijo.
           LOCALIZAR-RECEPCION.
               MOVE "N" TO WS-RECEPCION-LOCALIZADA.
               OPEN INPUT RECEPCION-FILE.
               IF WS-RECEPCION-STATUS = "00"
                   PERFORM LEER-RECEPCION
               END-IF.
               CLOSE RECEPCION-FILE.

           LEER-RECEPCION.
               READ RECEPCION-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-RECEPCION-STATUS = "00"
                   IF RCP-FICHERO = WS-FICHERO-BUSCADO
                       AND RCP-ESTADO NOT = "RECHAZADO"
                       MOVE "S" TO WS-RECEPCION-LOCALIZADA
                   ELSE
                       GO TO LEER-RECEPCION
                   END-IF
               END-IF.

      ******************************************************************
      * Modo CARGA
      ******************************************************************
           RECIBIR-FICHERO.
               MOVE SPACES TO INFORME-REGISTRO.
               STRING "FICHERO RECIBIDO: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOMBRE-PETICION) DELIMITED BY SIZE
                   INTO INFORME-REGISTRO
               END-STRING.
               WRITE INFORME-REGISTRO.
               PERFORM COMPROBAR-CONTROL THRU COMPROBAR-CONTROL-FIN.
               IF WS-MOTIVO-FICHERO NOT = SPACES
                   PERFORM RECHAZAR-FICHERO
                   GO TO RECIBIR-FICHERO-FIN
               END-IF.
               PERFORM BUSCAR-ULTIMA-SECUENCIA.
               OPEN EXTEND TRABAJOS-FILE.
               IF NOT TRABAJOS-STATUS-OK
                   DISPLAY "No se pudo abrir TRABAJOS.DAT (estado "
                       WS-TRABAJOS-STATUS "), el fichero no se carga."
                   CLOSE TRABAJOS-FILE
                   MOVE "TRABAJOS.DAT NO DISPONIBLE"
                       TO WS-MOTIVO-FICHERO
                   PERFORM ANOTAR-ERROR
                   PERFORM ESCRIBIR-MOTIVO-FICHERO
                   GO TO RECIBIR-FICHERO-FIN
               END-IF.
               OPEN INPUT PETICION-FILE.
               PERFORM CARGAR-PETICION.
               CLOSE PETICION-FILE.
               CLOSE TRABAJOS-FILE.
               PERFORM ANOTAR-FICHERO-CARGADO.

           RECIBIR-FICHERO-FIN.
               CONTINUE.

      * Primera pasada: el fichero solo se acepta si empieza por CTL1,
      * termina en CTL9 con el mismo identificador y el recuento del
      * CTL9 coincide con las lineas de peticion que hay entre ambos.
      * Las lineas en blanco no cuentan.
           COMPROBAR-CONTROL.
               MOVE SPACES TO WS-MOTIVO-FICHERO WS-FICHERO-CTL1
                   WS-FICHERO-CTL9 WS-SOLICITANTE-CTL1.
               MOVE "N" TO WS-CTL1-VISTO WS-CTL9-VISTO
                   WS-RECEPCION-LOCALIZADA.
               MOVE 0 TO WS-LINEAS-FICHERO WS-LINEAS-DETALLE
                   WS-REGISTROS-CTL9.
               OPEN INPUT PETICION-FILE.
               IF WS-PETICION-STATUS NOT = "00"
                   MOVE "FICHERO NO PRESENTE O ILEGIBLE"
                       TO WS-MOTIVO-FICHERO
                   CLOSE PETICION-FILE
                   GO TO COMPROBAR-CONTROL-FIN
               END-IF.
               PERFORM LEER-CONTROL.
               CLOSE PETICION-FILE.
      * Con un CTL1 valido se mira enseguida si el identificador ya se
      * recibio, para que ningun rechazo posterior toque su respuesta.
               IF WS-CTL1-VISTO = "S"
                   MOVE WS-FICHERO-CTL1 TO WS-FICHERO-BUSCADO
                   PERFORM LOCALIZAR-RECEPCION
               END-IF.
               IF WS-MOTIVO-FICHERO NOT = SPACES
                   GO TO COMPROBAR-CONTROL-FIN
               END-IF.
               IF WS-CTL1-VISTO = "N"
                   MOVE "SIN REGISTRO CTL1" TO WS-MOTIVO-FICHERO
                   GO TO COMPROBAR-CONTROL-FIN
               END-IF.
               IF WS-CTL9-VISTO = "N"
                   MOVE "SIN REGISTRO CTL9" TO WS-MOTIVO-FICHERO
                   GO TO COMPROBAR-CONTROL-FIN
               END-IF.
               IF WS-FICHERO-CTL9 NOT = WS-FICHERO-CTL1
                   MOVE "CTL1 Y CTL9 DE FICHEROS DISTINTOS"
                       TO WS-MOTIVO-FICHERO
                   GO TO COMPROBAR-CONTROL-FIN
               END-IF.
               IF WS-REGISTROS-CTL9 NOT = WS-LINEAS-DETALLE
                   MOVE "RECUENTO DE CTL9 NO CASA"
                       TO WS-MOTIVO-FICHERO
                   GO TO COMPROBAR-CONTROL-FIN
               END-IF.
               IF WS-RECEPCION-LOCALIZADA = "S"
                   MOVE "FICHERO YA RECIBIDO" TO WS-MOTIVO-FICHERO
               END-IF.

           COMPROBAR-CONTROL-FIN.
               CONTINUE.

           LEER-CONTROL.
               READ PETICION-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-PETICION-STATUS = "00"
                   PERFORM TRATAR-LINEA-CONTROL
                       THRU TRATAR-LINEA-CONTROL-FIN
                   IF WS-MOTIVO-FICHERO = SPACES
                       GO TO LEER-CONTROL
                   END-IF
               END-IF.

           TRATAR-LINEA-CONTROL.
               IF PETICION-REGISTRO = SPACES
                   GO TO TRATAR-LINEA-CONTROL-FIN
               END-IF.
               ADD 1 TO WS-LINEAS-FICHERO.
               IF WS-CTL9-VISTO = "S"
                   MOVE "LINEAS DESPUES DEL CTL9" TO WS-MOTIVO-FICHERO
                   GO TO TRATAR-LINEA-CONTROL-FIN
               END-IF.
               PERFORM DESCOMPONER-CONTROL.
               IF WS-LINEAS-FICHERO = 1
                   IF WS-CAMPO-TIPO NOT = "CTL1"
                       MOVE "PRIMERA LINEA NO ES CTL1"
                           TO WS-MOTIVO-FICHERO
                       GO TO TRATAR-LINEA-CONTROL-FIN
                   END-IF
                   PERFORM VALIDAR-IDENTIFICADOR
                   IF WS-CARACTERES-INVALIDOS > 0
                       MOVE "IDENTIFICADOR DE FICHERO NO VALIDO"
                           TO WS-MOTIVO-FICHERO
                       GO TO TRATAR-LINEA-CONTROL-FIN
                   END-IF
                   MOVE "S" TO WS-CTL1-VISTO
                   MOVE WS-CAMPO-FICHERO TO WS-FICHERO-CTL1
                   MOVE WS-CAMPO-QUINTO TO WS-SOLICITANTE-CTL1
                   IF WS-SOLICITANTE-CTL1 = SPACES
                       MOVE WS-SOLICITANTE-DEFECTO
                           TO WS-SOLICITANTE-CTL1
                   END-IF
                   GO TO TRATAR-LINEA-CONTROL-FIN
               END-IF.
               IF WS-CAMPO-TIPO = "CTL1"
                   MOVE "CTL1 REPETIDO" TO WS-MOTIVO-FICHERO
                   GO TO TRATAR-LINEA-CONTROL-FIN
               END-IF.
               IF WS-CAMPO-TIPO = "CTL9"
                   MOVE "S" TO WS-CTL9-VISTO
                   MOVE WS-CAMPO-FICHERO TO WS-FICHERO-CTL9
                   IF FUNCTION TRIM(WS-CAMPO-TERCERO) IS NUMERIC
                       AND FUNCTION LENGTH
                           (FUNCTION TRIM(WS-CAMPO-TERCERO)) < 10
                       MOVE FUNCTION NUMVAL(WS-CAMPO-TERCERO)
                           TO WS-REGISTROS-CTL9
                   ELSE
                       MOVE "RECUENTO DE CTL9 NO NUMERICO"
                           TO WS-MOTIVO-FICHERO
                   END-IF
                   GO TO TRATAR-LINEA-CONTROL-FIN
               END-IF.
               ADD 1 TO WS-LINEAS-DETALLE.

           TRATAR-LINEA-CONTROL-FIN.
               CONTINUE.

           DESCOMPONER-CONTROL.
               MOVE SPACES TO WS-CAMPO-TIPO WS-CAMPO-FICHERO
                   WS-CAMPO-TERCERO WS-CAMPO-CUARTO WS-CAMPO-QUINTO.
               UNSTRING PETICION-REGISTRO DELIMITED BY ","
                   INTO WS-CAMPO-TIPO WS-CAMPO-FICHERO
                       WS-CAMPO-TERCERO WS-CAMPO-CUARTO
                       WS-CAMPO-QUINTO
               END-UNSTRING.
               MOVE FUNCTION UPPER-CASE(WS-CAMPO-TIPO)
                   TO WS-CAMPO-TIPO.
               MOVE FUNCTION TRIM(WS-CAMPO-FICHERO)
                   TO WS-CAMPO-FICHERO.
               MOVE FUNCTION TRIM(WS-CAMPO-QUINTO)
                   TO WS-CAMPO-QUINTO.

      * El identificador da nombre al fichero de respuesta: hasta 12
      * caracteres sin blancos intermedios ni separadores de ruta.
           VALIDAR-IDENTIFICADOR.
               MOVE 0 TO WS-CARACTERES-INVALIDOS.
               IF WS-CAMPO-FICHERO = SPACES
                   OR WS-CAMPO-FICHERO (13:8) NOT = SPACES
                   MOVE 1 TO WS-CARACTERES-INVALIDOS
               ELSE
                   MOVE FUNCTION LENGTH
                       (FUNCTION TRIM(WS-CAMPO-FICHERO))
                       TO WS-CAMPO-LONGITUD
                   INSPECT WS-CAMPO-FICHERO (1:WS-CAMPO-LONGITUD)
                       TALLYING WS-CARACTERES-INVALIDOS
                       FOR ALL SPACE ALL "/" ALL "\" ALL "."
               END-IF.

           RECHAZAR-FICHERO.
               ADD 1 TO WS-FICHEROS-RECHAZADOS.
               PERFORM ANOTAR-ERROR.
               PERFORM ESCRIBIR-MOTIVO-FICHERO.
               DISPLAY "Fichero rechazado: "
                   FUNCTION TRIM(WS-MOTIVO-FICHERO).
               MOVE SPACES TO WS-MENSAJE-INCIDENTE.
               STRING "FICHERO " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOMBRE-PETICION) DELIMITED BY SIZE
                   " RECHAZADO: " DELIMITED BY SIZE
                   WS-MOTIVO-FICHERO DELIMITED BY SIZE
                   INTO WS-MENSAJE-INCIDENTE
               END-STRING.
               MOVE 8 TO WS-SEVERIDAD-INCIDENTE.
               PERFORM GRABAR-INCIDENTE.
      * Un identificador ya recibido tiene su respuesta, sea cual sea
      * el motivo del rechazo, y sin CTL1 valido no hay identificador
      * con que nombrarla.
               IF WS-CTL1-VISTO = "S"
                   AND WS-RECEPCION-LOCALIZADA = "N"
                   PERFORM RESPONDER-RECHAZO
                   PERFORM ANOTAR-FICHERO-RECHAZADO
               END-IF.

           ESCRIBIR-MOTIVO-FICHERO.
               MOVE SPACES TO INFORME-REGISTRO.
               STRING "FICHERO RECHAZADO ENTERO: " DELIMITED BY SIZE
                   WS-MOTIVO-FICHERO DELIMITED BY SIZE
                   INTO INFORME-REGISTRO
               END-STRING.
               WRITE INFORME-REGISTRO.

           RESPONDER-RECHAZO.
               PERFORM ABRIR-RESPUESTA.
               IF NOT RESPUESTA-STATUS-OK
                   GO TO RESPONDER-RECHAZO-FIN
               END-IF.
               MOVE SPACES TO RESPUESTA-REGISTRO.
               STRING "ERR," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MOTIVO-FICHERO) DELIMITED BY SIZE
                   INTO RESPUESTA-REGISTRO
               END-STRING.
               WRITE RESPUESTA-REGISTRO.
               MOVE 0 TO WS-REGISTROS-EDITADO.
               PERFORM CERRAR-RESPUESTA.

           RESPONDER-RECHAZO-FIN.
               CONTINUE.

           BUSCAR-ULTIMA-SECUENCIA.
               MOVE 0 TO WS-ULTIMA-SECUENCIA.
               OPEN INPUT TRABAJOS-FILE.
               IF WS-TRABAJOS-STATUS = "00"
                   PERFORM LEER-SECUENCIA
               END-IF.
               CLOSE TRABAJOS-FILE.

           LEER-SECUENCIA.
               READ TRABAJOS-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-TRABAJOS-STATUS = "00"
                   IF TRB-SECUENCIA IS NUMERIC
                       AND TRB-SECUENCIA > WS-ULTIMA-SECUENCIA
                       MOVE TRB-SECUENCIA TO WS-ULTIMA-SECUENCIA
                   END-IF
                   GO TO LEER-SECUENCIA
               END-IF.

      * Segunda pasada: cada linea de peticion se anade a la cola en
      * el orden del fichero, correcta o no, para que la respuesta
      * lleve una linea por cada pregunta recibida.
           CARGAR-PETICION.
               READ PETICION-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-PETICION-STATUS = "00"
                   PERFORM DESCOMPONER-CONTROL
                   IF PETICION-REGISTRO NOT = SPACES
                       AND WS-CAMPO-TIPO NOT = "CTL1"
                       AND WS-CAMPO-TIPO NOT = "CTL9"
                       PERFORM VALIDAR-PETICION
                       PERFORM GRABAR-PETICION
                   END-IF
                   GO TO CARGAR-PETICION
               END-IF.

      * Mismas reglas que la captura de pidetrab: numero valido para
      * NUMVAL, operacion 1 a 4 (1 si va en blanco) y limite de 1 a
      * 999 de hasta tres cifras (10 si va en blanco).
           VALIDAR-PETICION.
               MOVE SPACES TO WS-MOTIVO-RECHAZO WS-CAMPO-NUMERO
                   WS-CAMPO-OPERACION WS-CAMPO-LIMITE.
               UNSTRING PETICION-REGISTRO DELIMITED BY ","
                   INTO WS-CAMPO-NUMERO WS-CAMPO-OPERACION
                       WS-CAMPO-LIMITE
               END-UNSTRING.
               MOVE FUNCTION TRIM(WS-CAMPO-NUMERO) TO WS-CAMPO-NUMERO.
               MOVE FUNCTION TRIM(WS-CAMPO-OPERACION)
                   TO WS-CAMPO-OPERACION.
               MOVE FUNCTION TRIM(WS-CAMPO-LIMITE) TO WS-CAMPO-LIMITE.
               MOVE WS-CAMPO-NUMERO TO WS-NUMERO-PEDIDO.
               MOVE "1" TO WS-OPERACION-PEDIDA.
               MOVE 10 TO WS-LIMITE-PEDIDO.
               EVALUATE TRUE
                   WHEN WS-CAMPO-NUMERO = SPACES
                       MOVE "VACIO" TO WS-MOTIVO-RECHAZO
                   WHEN WS-CAMPO-NUMERO (13:8) NOT = SPACES
                       MOVE "LONGITUD" TO WS-MOTIVO-RECHAZO
                   WHEN FUNCTION TEST-NUMVAL(WS-CAMPO-NUMERO) NOT = 0
                       MOVE "NO-NUMERICO" TO WS-MOTIVO-RECHAZO
               END-EVALUATE.
               IF WS-MOTIVO-RECHAZO = SPACES
                   AND WS-CAMPO-OPERACION NOT = SPACES
                   IF (WS-CAMPO-OPERACION (1:1) = "1" OR "2" OR "3"
                       OR "4")
                       AND WS-CAMPO-OPERACION (2:11) = SPACES
                       MOVE WS-CAMPO-OPERACION (1:1)
                           TO WS-OPERACION-PEDIDA
                   ELSE
                       MOVE "OPERACION" TO WS-MOTIVO-RECHAZO
                   END-IF
               END-IF.
               IF WS-MOTIVO-RECHAZO = SPACES
                   AND WS-CAMPO-LIMITE NOT = SPACES
                   MOVE FUNCTION LENGTH
                       (FUNCTION TRIM(WS-CAMPO-LIMITE))
                       TO WS-CAMPO-LONGITUD
                   IF WS-CAMPO-LONGITUD > 3
                       OR WS-CAMPO-LIMITE (1:WS-CAMPO-LONGITUD)
                           IS NOT NUMERIC
                       MOVE "LIMITE" TO WS-MOTIVO-RECHAZO
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-CAMPO-LIMITE)
                           TO WS-LIMITE-PEDIDO
                       IF WS-LIMITE-PEDIDO < 1
                           MOVE "LIMITE" TO WS-MOTIVO-RECHAZO
                       END-IF
                   END-IF
               END-IF.

           GRABAR-PETICION.
               ADD 1 TO WS-ULTIMA-SECUENCIA.
               MOVE SPACES TO TRABAJOS-REGISTRO.
               MOVE WS-ULTIMA-SECUENCIA TO TRB-SECUENCIA.
               MOVE WS-FECHA-HOY TO TRB-FECHA.
               MOVE WS-HORA-AHORA TO TRB-HORA.
               MOVE WS-SOLICITANTE-CTL1 TO TRB-SOLICITANTE.
               MOVE WS-NUMERO-PEDIDO TO TRB-NUMERO.
               MOVE WS-OPERACION-PEDIDA TO TRB-OPERACION.
               MOVE WS-LIMITE-PEDIDO TO TRB-LIMITE.
               MOVE 0 TO TRB-EJECUCION.
               MOVE WS-FICHERO-CTL1 TO TRB-FICHERO.
               IF WS-MOTIVO-RECHAZO = SPACES
                   SET TRB-PENDIENTE TO TRUE
               ELSE
                   SET TRB-RECHAZADO TO TRUE
                   MOVE WS-MOTIVO-RECHAZO TO TRB-MOTIVO
               END-IF.
               MOVE SPACE TO TRB-FILLER1 TRB-FILLER2 TRB-FILLER3
                   TRB-FILLER4 TRB-FILLER5 TRB-FILLER6 TRB-FILLER7
                   TRB-FILLER8 TRB-FILLER9.
               WRITE TRABAJOS-REGISTRO.
               IF WS-TRABAJOS-STATUS NOT = "00"
                   DISPLAY "No se pudo escribir en TRABAJOS.DAT "
                       "(estado " WS-TRABAJOS-STATUS ")."
                   PERFORM ANOTAR-ERROR
                   ADD 1 TO WS-PETICIONES-RECHAZADAS
               ELSE
                   IF TRB-PENDIENTE
                       ADD 1 TO WS-PETICIONES-ACEPTADAS
                   ELSE
                       ADD 1 TO WS-PETICIONES-RECHAZADAS
                       PERFORM ANOTAR-AVISO
                       COMPUTE WS-LINEA-RESPUESTA =
                           WS-PETICIONES-ACEPTADAS
                           + WS-PETICIONES-RECHAZADAS
                       MOVE WS-LINEA-RESPUESTA TO WS-LINPET-LINEA
                       MOVE TRB-SECUENCIA TO WS-LINPET-SECUENCIA
                       MOVE TRB-NUMERO TO WS-LINPET-NUMERO
                       MOVE TRB-ESTADO TO WS-LINPET-ESTADO
                       MOVE TRB-MOTIVO TO WS-LINPET-MOTIVO
                       WRITE INFORME-REGISTRO FROM WS-LINEA-PETICION
                   END-IF
               END-IF.

           ANOTAR-FICHERO-CARGADO.
               ADD 1 TO WS-FICHEROS-CARGADOS.
               MOVE SPACES TO RECEPCION-REGISTRO.
               MOVE "CARGADO" TO RCP-ESTADO.
               MOVE WS-PETICIONES-ACEPTADAS TO RCP-ACEPTADAS.
               MOVE WS-PETICIONES-RECHAZADAS TO RCP-RECHAZADAS.
               PERFORM ANADIR-RECEPCION.
               MOVE SPACES TO INFORME-REGISTRO.
               STRING "FICHERO " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FICHERO-CTL1) DELIMITED BY SIZE
                   " DE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SOLICITANTE-CTL1)
                       DELIMITED BY SIZE
                   " CARGADO EN TRABAJOS.DAT" DELIMITED BY SIZE
                   INTO INFORME-REGISTRO
               END-STRING.
               WRITE INFORME-REGISTRO.
               DISPLAY "Fichero " FUNCTION TRIM(WS-FICHERO-CTL1)
                   " cargado: " WS-PETICIONES-ACEPTADAS
                   " pendiente(s), " WS-PETICIONES-RECHAZADAS
                   " rechazada(s).".

           ANOTAR-FICHERO-RECHAZADO.
               MOVE SPACES TO RECEPCION-REGISTRO.
               MOVE "RECHAZADO" TO RCP-ESTADO.
               MOVE 0 TO RCP-ACEPTADAS RCP-RECHAZADAS.
               PERFORM ANADIR-RECEPCION.

      * En modo CARGA el libro solo crece: se anade la fila del
      * fichero tratado al final de RECEPCION.DAT.
           ANADIR-RECEPCION.
               MOVE WS-FICHERO-CTL1 TO RCP-FICHERO.
               MOVE WS-FECHA-HOY TO RCP-FECHA.
               MOVE WS-HORA-AHORA TO RCP-HORA.
               MOVE WS-SOLICITANTE-CTL1 TO RCP-SOLICITANTE.
               MOVE WS-LINEAS-DETALLE TO RCP-REGISTROS.
               MOVE SPACE TO RCP-FILLER1 RCP-FILLER2 RCP-FILLER3
                   RCP-FILLER4 RCP-FILLER5 RCP-FILLER6 RCP-FILLER7.
               OPEN EXTEND RECEPCION-FILE.
               IF NOT RECEPCION-STATUS-OK
                   OPEN OUTPUT RECEPCION-FILE
               END-IF.
               IF NOT RECEPCION-STATUS-OK
                   DISPLAY "Aviso: no se pudo anotar el fichero en "
                       "RECEPCION.DAT (estado " WS-RECEPCION-STATUS
                       ")."
                   PERFORM ANOTAR-ERROR
               ELSE
                   WRITE RECEPCION-REGISTRO
                   IF WS-RECEPCION-STATUS NOT = "00"
                       DISPLAY "Aviso: fallo de escritura en "
                           "RECEPCION.DAT (estado "
                           WS-RECEPCION-STATUS ")."
                       PERFORM ANOTAR-ERROR
                   END-IF
               END-IF.
               CLOSE RECEPCION-FILE.

      ******************************************************************
      * Modo RESPUESTA
      ******************************************************************
      * Una sola pasada por RECEPCION.DAT: cada fila se copia a
      * RECENUE.TMP y las que estan CARGADO se responden por el
      * camino, saliendo ya como RESPONDIDO si la respuesta se ha
      * escrito. GRABAR-RECEPCIONES devuelve luego el libro a su
      * sitio. Sin RECENUE.TMP no se responde nada, porque no habria
      * donde dejar anotado lo respondido.
           RESPONDER-FICHEROS.
               MOVE "N" TO WS-FALLO-LIBRO.
               OPEN OUTPUT RECENUE-FILE.
               IF NOT RECENUE-STATUS-OK
                   DISPLAY "Aviso: no se pudo escribir RECENUE.TMP "
                       "(estado " WS-RECENUE-STATUS "); no se responde "
                       "ningun fichero."
                   PERFORM ANOTAR-ERROR
                   MOVE "RECENUE.TMP NO DISPONIBLE, SIN RESPUESTAS"
                       TO INFORME-REGISTRO
                   WRITE INFORME-REGISTRO
                   GO TO RESPONDER-FICHEROS-FIN
               END-IF.
               OPEN INPUT RECEPCION-FILE.
               IF WS-RECEPCION-STATUS = "00"
                   PERFORM PASAR-FILA-LIBRO
               END-IF.
               CLOSE RECEPCION-FILE.
               CLOSE RECENUE-FILE.
               IF WS-FICHEROS-RESPONDIDOS = 0
                   AND WS-FICHEROS-EN-CURSO = 0
                   MOVE "(NINGUN FICHERO PENDIENTE DE RESPUESTA)"
                       TO INFORME-REGISTRO
                   WRITE INFORME-REGISTRO
               END-IF.

           RESPONDER-FICHEROS-FIN.
               CONTINUE.

           PASAR-FILA-LIBRO.
               READ RECEPCION-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-RECEPCION-STATUS = "00"
                   IF RCP-ESTADO = "CARGADO"
                       AND RCP-FICHERO NOT = SPACES
                       PERFORM RESPONDER-UN-FICHERO
                           THRU RESPONDER-UN-FICHERO-FIN
                   END-IF
                   MOVE RECEPCION-REGISTRO TO RECENUE-REGISTRO
                   WRITE RECENUE-REGISTRO
                   IF WS-RECENUE-STATUS NOT = "00"
                       DISPLAY "Aviso: fallo de escritura en "
                           "RECENUE.TMP (estado "
                           WS-RECENUE-STATUS ")."
                       MOVE "S" TO WS-FALLO-LIBRO
                   END-IF
                   GO TO PASAR-FILA-LIBRO
               END-IF.

      * Un fichero solo se responde cuando calculadora ha servido
      * todas sus peticiones; mientras quede alguna PENDIENTE se deja
      * CARGADO para la siguiente pasada. Trabaja sobre la fila del
      * libro que esta en RECEPCION-REGISTRO.
           RESPONDER-UN-FICHERO.
               MOVE RCP-FICHERO TO WS-FICHERO-CTL1.
               MOVE 0 TO WS-REGISTROS-LIBRO.
               IF RCP-REGISTROS IS NUMERIC
                   MOVE RCP-REGISTROS TO WS-REGISTROS-LIBRO
               END-IF.
               MOVE 0 TO WS-PETICIONES-PENDIENTES
                   WS-PETICIONES-RESPONDIDAS.
               OPEN INPUT TRABAJOS-FILE.
               IF WS-TRABAJOS-STATUS = "00"
                   PERFORM CONTAR-PENDIENTES
               END-IF.
               CLOSE TRABAJOS-FILE.
               IF WS-PETICIONES-PENDIENTES > 0
                   ADD 1 TO WS-FICHEROS-EN-CURSO
                   PERFORM ANOTAR-AVISO
                   MOVE WS-PETICIONES-PENDIENTES TO WS-REGISTROS-EDITADO
                   MOVE SPACES TO INFORME-REGISTRO
                   STRING "FICHERO " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-FICHERO-CTL1) DELIMITED BY SIZE
                       " CON " DELIMITED BY SIZE
                       WS-REGISTROS-EDITADO DELIMITED BY SIZE
                       " PETICION(ES) PENDIENTE(S), SIN RESPUESTA"
                           DELIMITED BY SIZE
                       INTO INFORME-REGISTRO
                   END-STRING
                   WRITE INFORME-REGISTRO
                   GO TO RESPONDER-UN-FICHERO-FIN
               END-IF.
               PERFORM ABRIR-RESPUESTA.
               IF NOT RESPUESTA-STATUS-OK
                   GO TO RESPONDER-UN-FICHERO-FIN
               END-IF.
               MOVE 0 TO WS-LINEA-RESPUESTA.
               OPEN INPUT TRABAJOS-FILE.
               IF WS-TRABAJOS-STATUS = "00"
                   PERFORM ESCRIBIR-RESPUESTAS
               END-IF.
               CLOSE TRABAJOS-FILE.
               MOVE WS-PETICIONES-RESPONDIDAS TO WS-REGISTROS-EDITADO.
               PERFORM CERRAR-RESPUESTA.
               IF NOT RESPUESTA-STATUS-OK
                   GO TO RESPONDER-UN-FICHERO-FIN
               END-IF.
               MOVE "RESPONDIDO" TO RCP-ESTADO.
               ADD 1 TO WS-FICHEROS-RESPONDIDOS.
               MOVE SPACES TO INFORME-REGISTRO.
               STRING "FICHERO " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FICHERO-CTL1) DELIMITED BY SIZE
                   " RESPONDIDO EN " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOMBRE-RESPUESTA)
                       DELIMITED BY SIZE
                   INTO INFORME-REGISTRO
               END-STRING.
               WRITE INFORME-REGISTRO.
               IF WS-PETICIONES-RESPONDIDAS NOT = WS-REGISTROS-LIBRO
                   PERFORM ANOTAR-AVISO
                   MOVE SPACES TO INFORME-REGISTRO
                   STRING "  *REVISAR* RECIBIDAS " DELIMITED BY SIZE
                       WS-REGISTROS-LIBRO DELIMITED BY SIZE
                       " Y HALLADAS EN TRABAJOS.DAT " DELIMITED BY SIZE
                       WS-REGISTROS-EDITADO DELIMITED BY SIZE
                       INTO INFORME-REGISTRO
                   END-STRING
                   WRITE INFORME-REGISTRO
               END-IF.

           RESPONDER-UN-FICHERO-FIN.
               CONTINUE.

           CONTAR-PENDIENTES.
               READ TRABAJOS-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-TRABAJOS-STATUS = "00"
                   IF TRB-FICHERO = WS-FICHERO-CTL1
                       AND TRB-PENDIENTE
                       ADD 1 TO WS-PETICIONES-PENDIENTES
                   END-IF
                   GO TO CONTAR-PENDIENTES
               END-IF.

      * Linea de respuesta: RSP,linea del fichero recibido,secuencia,
      * numero,operacion,limite,estado,ejecucion,motivo.
           ESCRIBIR-RESPUESTAS.
               READ TRABAJOS-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-TRABAJOS-STATUS = "00"
                   IF TRB-FICHERO = WS-FICHERO-CTL1
                       ADD 1 TO WS-LINEA-RESPUESTA
                       MOVE SPACES TO RESPUESTA-REGISTRO
                       STRING "RSP," DELIMITED BY SIZE
                           WS-LINEA-RESPUESTA DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           TRB-SECUENCIA DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(TRB-NUMERO) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           TRB-OPERACION DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           TRB-LIMITE DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(TRB-ESTADO) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           TRB-EJECUCION DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(TRB-MOTIVO) DELIMITED BY SIZE
                           INTO RESPUESTA-REGISTRO
                       END-STRING
                       WRITE RESPUESTA-REGISTRO
                       IF WS-RESPUESTA-STATUS = "00"
                           ADD 1 TO WS-PETICIONES-RESPONDIDAS
                       ELSE
                           DISPLAY "Aviso: fallo de escritura en "
                               FUNCTION TRIM(WS-NOMBRE-RESPUESTA)
                               " (estado " WS-RESPUESTA-STATUS ")."
                           PERFORM ANOTAR-ERROR
                       END-IF
                   END-IF
                   GO TO ESCRIBIR-RESPUESTAS
               END-IF.

           ABRIR-RESPUESTA.
               MOVE SPACES TO WS-NOMBRE-RESPUESTA.
               STRING "RESPUESTA." DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FICHERO-CTL1) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-NOMBRE-RESPUESTA
               END-STRING.
               OPEN OUTPUT RESPUESTA-FILE.
               IF NOT RESPUESTA-STATUS-OK
                   DISPLAY "Aviso: no se pudo abrir "
                       FUNCTION TRIM(WS-NOMBRE-RESPUESTA)
                       " (estado " WS-RESPUESTA-STATUS ")."
                   PERFORM ANOTAR-ERROR
               ELSE
                   MOVE SPACES TO RESPUESTA-REGISTRO
                   STRING "CTL1," DELIMITED BY SIZE
                       FUNCTION TRIM(WS-FICHERO-CTL1) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-FECHA-HOY DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-HORA-AHORA DELIMITED BY SIZE
                       INTO RESPUESTA-REGISTRO
                   END-STRING
                   WRITE RESPUESTA-REGISTRO
               END-IF.

      * WS-REGISTROS-EDITADO lleva el recuento de lineas RSP escritas.
           CERRAR-RESPUESTA.
               MOVE SPACES TO RESPUESTA-REGISTRO.
               STRING "CTL9," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FICHERO-CTL1) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-REGISTROS-EDITADO DELIMITED BY SIZE
                   INTO RESPUESTA-REGISTRO
               END-STRING.
               WRITE RESPUESTA-REGISTRO.
               IF WS-RESPUESTA-STATUS NOT = "00"
                   DISPLAY "Aviso: fallo de escritura en "
                       FUNCTION TRIM(WS-NOMBRE-RESPUESTA)
                       " (estado " WS-RESPUESTA-STATUS ")."
                   PERFORM ANOTAR-ERROR
               END-IF.
               CLOSE RESPUESTA-FILE.

      * RECENUE.TMP ya lleva el libro completo con los ficheros
      * respondidos marcados; se copia sobre RECEPCION.DAT.
           GRABAR-RECEPCIONES.
               IF WS-FICHEROS-RESPONDIDOS = 0
                   GO TO GRABAR-RECEPCIONES-FIN
               END-IF.
               IF WS-FALLO-LIBRO = "S"
                   DISPLAY "Aviso: fallo al preparar RECENUE.TMP; "
                       "RECEPCION.DAT queda sin cambios."
                   PERFORM ANOTAR-ERROR
                   GO TO GRABAR-RECEPCIONES-FIN
               END-IF.
               OPEN INPUT RECENUE-FILE.
               IF WS-RECENUE-STATUS NOT = "00"
                   DISPLAY "Aviso: no se pudo leer RECENUE.TMP "
                       "(estado " WS-RECENUE-STATUS "); RECEPCION.DAT "
                       "queda sin cambios."
                   CLOSE RECENUE-FILE
                   PERFORM ANOTAR-ERROR
                   GO TO GRABAR-RECEPCIONES-FIN
               END-IF.
               OPEN OUTPUT RECEPCION-FILE.
               IF NOT RECEPCION-STATUS-OK
                   DISPLAY "Aviso: no se pudo reescribir RECEPCION.DAT "
                       "(estado " WS-RECEPCION-STATUS "); el libro "
                       "correcto esta en RECENUE.TMP."
                   CLOSE RECENUE-FILE
                   CLOSE RECEPCION-FILE
                   PERFORM ANOTAR-ERROR
                   GO TO GRABAR-RECEPCIONES-FIN
               END-IF.
               PERFORM VOLCAR-FILA-LIBRO.
               CLOSE RECENUE-FILE.
               CLOSE RECEPCION-FILE.

           GRABAR-RECEPCIONES-FIN.
               CONTINUE.

           VOLCAR-FILA-LIBRO.
               READ RECENUE-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-RECENUE-STATUS = "00"
                   MOVE RECENUE-REGISTRO TO RECEPCION-REGISTRO
                   WRITE RECEPCION-REGISTRO
                   IF WS-RECEPCION-STATUS NOT = "00"
                       DISPLAY "Aviso: fallo de escritura al "
                           "reescribir RECEPCION.DAT (estado "
                           WS-RECEPCION-STATUS "); el libro correcto "
                           "esta en RECENUE.TMP."
                       PERFORM ANOTAR-ERROR
                   ELSE
                       GO TO VOLCAR-FILA-LIBRO
                   END-IF
               END-IF.

           ESCRIBIR-RECUENTOS.
               MOVE SPACES TO INFORME-REGISTRO.
               WRITE INFORME-REGISTRO.
               IF WS-MODO = "RESPUESTA"
                   MOVE "FICHEROS RESPONDIDOS...............:"
                       TO WS-LINCTL-TEXTO
                   MOVE WS-FICHEROS-RESPONDIDOS TO WS-LINCTL-CIFRA
                   WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL
                   MOVE "FICHEROS CON PETICIONES PENDIENTES.:"
                       TO WS-LINCTL-TEXTO
                   MOVE WS-FICHEROS-EN-CURSO TO WS-LINCTL-CIFRA
                   WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL
               ELSE
                   MOVE "LINEAS DE PETICION EN EL FICHERO...:"
                       TO WS-LINCTL-TEXTO
                   MOVE WS-LINEAS-DETALLE TO WS-LINCTL-CIFRA
                   WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL
                   MOVE "PETICIONES CARGADAS COMO PENDIENTE.:"
                       TO WS-LINCTL-TEXTO
                   MOVE WS-PETICIONES-ACEPTADAS TO WS-LINCTL-CIFRA
                   WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL
                   MOVE "PETICIONES RECHAZADAS..............:"
                       TO WS-LINCTL-TEXTO
                   MOVE WS-PETICIONES-RECHAZADAS TO WS-LINCTL-CIFRA
                   WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL
                   MOVE "FICHEROS RECHAZADOS ENTEROS........:"
                       TO WS-LINCTL-TEXTO
                   MOVE WS-FICHEROS-RECHAZADOS TO WS-LINCTL-CIFRA
                   WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL
               END-IF.

       END PROGRAM recepcion.
